    01  legalhold-filename   pic x(100) value "LEGALHOLD.TXT".
    01  legalhold-status     pic xx.

    01  lh-rec-id            pic x(12).
    01  lh-rec-state         pic x(16).
    01  lh-rec-matter        pic x(60).
    01  lh-rec-pattern       pic x(60).
    01  lh-rec-program       pic x(30).
    01  lh-rec-partner       pic x(12).
    01  lh-rec-from          pic x(10).
    01  lh-rec-to            pic x(10).
    01  lh-rec-start         pic x(10).
    01  lh-rec-release       pic x(10).
    01  lh-rec-requester     pic x(20).
    01  lh-rec-req-ts        pic x(19).
    01  lh-rec-approver      pic x(20).
    01  lh-rec-note          pic x(60).

    01  MAX-LEGAL-HOLDS      constant as 200.
    01  lh-count             binary-long value 0.
    01  lh-table.
        05 lh-entry          occurs 200 times.
           10 lh-id          pic x(12).
           10 lh-matter      pic x(60).
           10 lh-pattern     pic x(60).
           10 lh-program     pic x(30).
           10 lh-partner     pic x(12).
           10 lh-from        pic x(10).
           10 lh-to          pic x(10).
           10 lh-kept        pic 9(9).
    01  lh-idx               binary-long.

    01  lh-probe-dataset     pic x(100).
    01  lh-probe-program     pic x(30).
    01  lh-probe-partner     pic x(12).
    01  lh-probe-date        pic x(10).
    01  lh-probe-text        pic x(400).
    01  lh-held-flag         pic x value 'N'.
        88 legal-hold-applies value 'Y'.
    01  lh-held-idx          binary-long.

    01  lh-pat-work          pic x(100).
    01  lh-name-work         pic x(100).
    01  lh-crit-work         pic x(30).
    01  lh-text-work         pic x(400).
    01  lh-star-pos          binary-long.
    01  lh-pat-len           binary-long.
    01  lh-name-len          binary-long.
    01  lh-crit-len          binary-long.
    01  lh-suffix-len        binary-long.
    01  lh-tally             binary-long.
    01  lh-match-flag        pic x.
        88 lh-criterion-met  value 'Y'.
