        organization is line sequential
        file status is report-file-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

    select freezelog-file assign to dynamic freezelog-filename
        organization is line sequential
        file status is freezelog-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
fd  report-file.
01  report-file-record pic x(120).

fd  calendar-file.
    copy "calendar-fd.cpy".

fd  freezelog-file.
    copy "freezelog-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "calendar-ws.cpy".
copy "freeze-ws.cpy".
copy "elapsed-ws.cpy".
copy "ctlparm-ws.cpy".
copy "report-header-ws.cpy".
        string "extract: params=" params-extracted
               delimited by size into audit-result-value
    else
        move stage-filename to freeze-target
        perform check-change-freeze
        if change-refused
            perform refuse-frozen-change
        end-if
        if change-emergency
            display function trim(freeze-message)
        end-if
        perform run-load-pass
        move stage-filename to audit-input-value
        move spaces to audit-result-value
    move ctlparm-rec-id to pid-id(pid-count).

run-load-pass.
    move function current-date to rsum-start-stamp

    open input stage-file
    if stage-status <> "00"
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
    close ctlparm-file.

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

init-report-header.
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
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

check-change-freeze.
    move space to freeze-kind
    move spaces to freeze-name
    move spaces to freeze-outcome
    move spaces to freeze-message

    accept freeze-date-8 from date yyyymmdd
    move spaces to freeze-date
    string freeze-date-8(1:4) "-" freeze-date-8(5:2) "-"
           freeze-date-8(7:2)
           delimited by size into freeze-date

    open input calendar-file
    if calendar-status <> "00"
        exit paragraph
    end-if

    read calendar-file
    perform until calendar-status = "10"
        if cal-file-date = freeze-date
            move cal-file-freeze to freeze-kind
            move cal-file-freeze-name to freeze-name
        end-if
        read calendar-file
    end-perform

    close calendar-file

    if not hard-freeze and not soft-freeze
        move space to freeze-kind
        exit paragraph
    end-if

    if freeze-name = spaces
        move "-" to freeze-name
    end-if

    move spaces to freeze-reason
    accept freeze-reason from environment "UTILEMERGENCY"
    inspect freeze-reason replacing all "|" by "/"

    evaluate true
        when hard-freeze
            set change-refused to true
            string "REFUSED: hard change freeze "
                   function trim(freeze-name)
                   " in force on " freeze-date
                   delimited by size into freeze-message
        when freeze-reason = spaces
            set change-refused to true
            string "REFUSED: soft change freeze "
                   function trim(freeze-name)
                   " in force on " freeze-date
                   " - set UTILEMERGENCY to the emergency-change reason"
                   delimited by size into freeze-message
        when other
            set change-emergency to true
            string "EMERGENCY CHANGE in soft freeze "
                   function trim(freeze-name) ": "
                   function trim(freeze-reason)
                   delimited by size into freeze-message
    end-evaluate

    perform write-freeze-log-entry.

write-freeze-log-entry.
    accept audit-run-time from time
    move spaces to freeze-ts
    string freeze-date " "
           audit-run-time(1:2) ":" audit-run-time(3:2) ":"
           audit-run-time(5:2)
           delimited by size into freeze-ts

    if freeze-target = spaces
        move "-" to freeze-target
    end-if
    if freeze-reason = spaces
        move "-" to freeze-reason
    end-if

    open extend freezelog-file
    if freezelog-status = "05" or freezelog-status = "35"
        open output freezelog-file
    end-if

    move spaces to freezelog-record
    string freeze-ts " | "
           function trim(audit-program-id) " | "
           function trim(audit-operator-id) " | "
           function trim(freeze-target) " | "
           freeze-kind " | "
           function trim(freeze-name) " | "
           function trim(freeze-outcome) " | "
           function trim(freeze-reason)
           delimited by size into freezelog-record
    write freezelog-record

    close freezelog-file.

refuse-frozen-change.
    display function trim(freeze-message)
    move freeze-target to audit-input-value
    move freeze-message to audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

check-operator-authority.
    perform resolve-audit-operator

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
