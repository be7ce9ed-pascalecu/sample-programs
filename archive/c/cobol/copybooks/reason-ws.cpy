    01  exception-reason         pic x(8) value spaces.
        88 rsn-control-record    value "CTLREC".
        88 rsn-blank-line        value "BLANK".
        88 rsn-not-numeric       value "NONNUM".
        88 rsn-out-of-range      value "RANGE".
        88 rsn-decimal           value "DECIMAL".
        88 rsn-negative          value "NEGATIVE".
        88 rsn-not-applicable    value "NOTAPPL".
        88 rsn-missing-field     value "MISSING".
        88 rsn-check-digit       value "CHKDIGIT".
        88 rsn-no-reference      value "NOREF".
        88 rsn-bad-character     value "BADCHAR".
        88 rsn-bad-layout        value "LAYOUT".
        88 rsn-structure         value "STRUCT".
        88 rsn-batch-rejected    value "BATCH".
        88 rsn-setup             value "SETUP".
        88 rsn-no-file           value "NOFILE".
        88 rsn-duplicate-file    value "DUPFILE".
        88 rsn-duplicate-key     value "DUPKEY".
        88 rsn-control-totals    value "CTLTOTAL".
        88 rsn-no-control-file   value "NOCTL".
        88 rsn-sequence          value "SEQUENCE".
        88 rsn-integrity         value "INTEGRTY".
        88 rsn-no-rule           value "NORULE".
        88 rsn-truncated         value "TRUNC".
        88 rsn-system-failure    value "SYSFAIL".
        88 rsn-aged-suspense     value "AGEDOUT".
        88 rsn-other             value "OTHER".
    01  exception-partner-id     pic x(12) value spaces.
    01  REASON-TAG               constant as " RSN=".
    01  PARTNER-TAG              constant as " PTN=".
