        organization is line sequential
        file status is stathist-status.

    select qchist-file assign to dynamic qchist-filename
        organization is line sequential
        file status is qchist-status.

    select ctlparm-file assign to dynamic ctlparm-filename
        organization is line sequential
        file status is ctlparm-status.
fd  stathist-file.
01  stathist-record   pic x(200).

fd  qchist-file.
01  qchist-record     pic x(200).

fd  ctlparm-file.
    copy "ctlparm-fd.cpy".


01 stathist-filename pic x(100) value "STATHIST.TXT".
01 stathist-status   pic xx.
01 qchist-filename   pic x(100) value "QCHIST.TXT".
01 qchist-status     pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.
01 target-feed       pic x(100).
        perform report-thin-history
    else
        perform run-control-checks
        perform record-qc-verdict
    end-if

    move target-feed to audit-input-value
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
    compute th-min(th-count) = function numval(sh-min)
    compute th-max(th-count) = function numval(sh-max).

record-qc-verdict.
    perform resolve-audit-run-id

    open extend qchist-file
    if qchist-status = "05" or qchist-status = "35"
        open output qchist-file
    end-if

    move spaces to qchist-record
    if qc-flagged = 0
        string th-date(th-count) " | "
               function trim(target-feed) " | run="
               audit-run-id " | " qc-flagged " | IN-CONTROL"
               delimited by size into qchist-record
    else
        string th-date(th-count) " | "
               function trim(target-feed) " | run="
               audit-run-id " | " qc-flagged " | OUT-OF-CONTROL"
               delimited by size into qchist-record
    end-if
    write qchist-record

    close qchist-file.

report-thin-history.
    open output report-file
    if report-file-status <> "00"
               delimited by size into report-file-record
        perform write-detail-line
        move "CRIT" to alert-severity
        move "FQC201S" to alert-msg-id
        move spaces to alert-message
        string "feed " function trim(target-feed)
               " content looks dead (zero spread vs live trailing"
               " (outside " qc-limit-pct "% limit)"
               delimited by size into report-file-record
        move "WARN" to alert-severity
        move "FQC202W" to alert-msg-id
        move spaces to alert-message
        string "feed " function trim(target-feed)
               " " function trim(qc-measure)
           function trim(audit-timestamp-disp) " | run="
           audit-run-id " | "
           function trim(alert-severity) " | "
           alert-msg-id " "
           function trim(alert-message)
           delimited by size into alert-file-record
    write alert-file-record
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
    display "  alert per breach and a CRIT alert when today's"
    display "  spread collapses to zero while the trailing period"
    display "  was live - run it before the classifiers (RC 4 on"
    display "  any flag); each verdict is kept in QCHIST.TXT"
    display "  (""<date> | <feed> | run=<id> | <flags> |"
    display "  IN-CONTROL|OUT-OF-CONTROL"") for the partner scorecard"
    move 16 to return-code
    stop run.

    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date

    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           function trim(audit-operator-id) " | run="
           audit-run-id " | unit="
           function trim(audit-unit-id) " | win="
           function trim(audit-window-id) " | bus="
           audit-business-date(1:4) "-" audit-business-date(5:2) "-"
           audit-business-date(7:2)
           delimited by size into audit-log-record
    perform chain-audit-record
    write audit-log-record
        compute audit-run-id = function numval(audit-run-id-env)
    end-if.

resolve-business-date.
    accept audit-business-date from date yyyymmdd
    move "C" to audit-business-date-src
    move spaces to audit-business-date-env
    accept audit-business-date-env from environment "UTILBUSDATE"
        on exception
            continue
    end-accept
    if audit-business-date-env(5:1) = "-"
       and audit-business-date-env(8:1) = "-"
       and audit-business-date-env(1:4) is numeric
       and audit-business-date-env(6:2) is numeric
       and audit-business-date-env(9:2) is numeric
        compute audit-business-probe =
            function numval(audit-business-date-env(1:4)) * 10000
            + function numval(audit-business-date-env(6:2)) * 100
            + function numval(audit-business-date-env(9:2))
        if function test-date-yyyymmdd(audit-business-probe) = 0
            move audit-business-probe to audit-business-date
            move "E" to audit-business-date-src
        end-if
    end-if.

resolve-audit-operator.
    move spaces to audit-operator-id
    accept audit-operator-id from environment "LOGNAME"
