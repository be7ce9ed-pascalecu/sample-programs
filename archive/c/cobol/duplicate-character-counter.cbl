   88 stop-requested value 'Y'.
copy "report-header-ws.cpy".
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "run-summary-ws.cpy".

01 ckpt-skip-idx     binary-long.
    end-if.

run-wholefile-mode.
    move function current-date to rsum-start-stamp

    open input in-file
    if in-file-status <> "00"
    perform write-detail-line.

run-batch-mode.
    move function current-date to rsum-start-stamp
    perform resolve-report-generation

    perform verify-input-envelope
    close exception-file.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    write report-file-record
    perform append-elapsed-history.

compute-run-elapsed.
    if rsum-start-date = 0
        move rsum-end-stamp to rsum-start-stamp
    end-if

    move rsum-start-zone to rsum-zone-probe
    perform convert-rsum-zone
    move rsum-zone-mins to rsum-start-zone-mins
    move rsum-end-zone to rsum-zone-probe
    perform convert-rsum-zone
    move rsum-zone-mins to rsum-end-zone-mins

    compute rsum-elapsed-secs =
        (function integer-of-date(rsum-end-date)
            - function integer-of-date(rsum-start-date)) * 86400
        + (rsum-end-hh - rsum-start-hh) * 3600
        + (rsum-end-mm - rsum-start-mm) * 60
        + (rsum-end-ss - rsum-start-ss)
        - (rsum-end-zone-mins - rsum-start-zone-mins) * 60

    move "N" to rsum-clock-flag
    if rsum-end-zone-mins <> rsum-start-zone-mins
        set rsum-clock-changed to true
    end-if.

convert-rsum-zone.
    move 0 to rsum-zone-mins
    if rsum-zone-probe(2:4) is numeric
        compute rsum-zone-mins =
            function numval(rsum-zone-probe(2:2)) * 60
            + function numval(rsum-zone-probe(4:2))
        if rsum-zone-probe(1:1) = "-"
            compute rsum-zone-mins = 0 - rsum-zone-mins
        end-if
    end-if.

write-exception-line.
    if exception-reason = spaces
        set rsn-other to true
    end-if
    move REASON-TAG to exception-reason-tag
    move exception-reason to exception-reason-code
    if exception-partner-id = spaces
        move spaces to exception-partner-tag
        move spaces to exception-partner
    else
        move PARTNER-TAG to exception-partner-tag
        move exception-partner-id to exception-partner
    end-if
    write exception-file-record.

init-report-header.
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
       or in-file-record(1:8) = HANDOFF-TRL-TAG
        add 1 to blank-count
        move spaces to exception-file-record
        move "(handoff control record): DCC101I SKIPPED"
            to exception-file-record
        set rsn-control-record to true
        perform write-exception-line
        exit paragraph
    end-if

    if function trim(in-file-record) = spaces
        add 1 to blank-count
        move spaces to exception-file-record
        move "(blank line): DCC102I SKIPPED" to exception-file-record
        set rsn-blank-line to true
        perform write-exception-line
        exit paragraph
    end-if
        move return-code to eh-rc-hold
    end-if
    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to eh-date-8
    move spaces to eh-run-date
    string eh-date-8(1:4) "-" eh-date-8(5:2) "-" eh-date-8(7:2)
           delimited by size into eh-run-date
    if elapsed-hist-status = "05" or elapsed-hist-status = "35"
        open output elapsed-hist-file
    end-if
    move spaces to eh-clock-note
    if rsum-clock-changed
        move " | CLKCHG" to eh-clock-note
    end-if
    move spaces to elapsed-hist-record
    string function trim(audit-program-id) " | "
           eh-run-date " | "
           audit-run-id " | "
           eh-records-count " | "
           eh-elapsed-hold " | "
           eh-rc-hold eh-clock-note
           delimited by size into elapsed-hist-record
    write elapsed-hist-record
    close elapsed-hist-file.
           delimited by size into report-filename

    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to rcat-date-8

    open extend reportcat-file
    if reportcat-status = "05" or reportcat-status = "35"
    move records-read to snap-counter-1
    move checkpoint-rec-num to snap-counter-2
    move "fatal file status on batch input" to snap-reason
    move "DCC301S" to snap-msg-id
    perform write-failure-snapshot

    display "FATAL: file status " snap-file-status
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "message | " snap-msg-id
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "file-status | " snap-file-status
           delimited by size into snapshot-record
    write snapshot-record
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
