        organization is line sequential
        file status is elapsed-hist-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

data division.
file section.
fd  balstat-file.
fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

fd  calendar-file.
    copy "calendar-fd.cpy".

working-storage section.

copy "auditlog-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".
copy "calendar-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 unit-list         pic x(100).
01 unit-token        pic x(8).
01 unit-ptr          binary-long.
01 target-period     pic x(10).
01 period-kind-flag  pic x value 'M'.
   88 period-is-month  value 'M'.
   88 period-is-fiscal value 'F'.
01 period-no         pic 9(2).
01 period-from       pic x(10).
01 period-to         pic x(10).
01 period-year-from  pic x(10).
01 period-work-8     pic 9(8).
01 period-work-int   pic s9(9) comp.
01 all-months-flag   pic x value 'N'.
   88 mode-all-months value 'Y'.

    perform run-rollup
    move unit-list to audit-input-value
    move spaces to audit-result-value
    string "rollup " function trim(target-period)
           ": units=" units-rolled
           " balanced=" total-balanced
           " review=" total-review
    end-if

    move arg-val(2) to unit-list
    move arg-val(3) to target-period
    move arg-val(4) to report-filename

    if unit-list = spaces or report-filename = spaces
        perform show-usage
    end-if

    if function upper-case(function trim(target-period)) = "ALL"
        set mode-all-months to true
        move "ALL" to target-period
    else
        perform resolve-report-period
    end-if.

resolve-report-period.
    move spaces to period-from
    move spaces to period-to
    move spaces to period-year-from

    if target-period(1:2) = "FY"
        set period-is-fiscal to true
        if target-period(3:4) is not numeric
           or target-period(7:2) <> "-P"
           or target-period(9:2) is not numeric
            perform show-usage
        end-if
        move target-period(9:2) to period-no
        if period-no < 1 or period-no > 12
            perform show-usage
        end-if
        perform find-fiscal-period-dates
        if period-from = spaces
            display "Fiscal period " function trim(target-period)
                    " is not on the business calendar "
                    function trim(calendar-filename)
                    " (load it with calendar-load -p "
                    target-period(3:4) ")"
            move 16 to return-code
            stop run
        end-if
        exit paragraph
    end-if

    set period-is-month to true
    if target-period(1:4) is not numeric
       or target-period(5:1) <> "-"
       or target-period(6:2) is not numeric
       or target-period(8:3) <> spaces
        perform show-usage
    end-if
    move target-period(6:2) to period-no
    if period-no < 1 or period-no > 12
        perform show-usage
    end-if

    string target-period(1:7) "-01"
           delimited by size into period-from
    string target-period(1:4) "-01-01"
           delimited by size into period-year-from

    move target-period(1:4) to period-work-8(1:4)
    move target-period(6:2) to period-work-8(5:2)
    move "01" to period-work-8(7:2)
    if period-no = 12
        add 10000 to period-work-8
        move "01" to period-work-8(5:2)
    else
        add 100 to period-work-8
    end-if
    compute period-work-int = function integer-of-date(period-work-8) - 1
    compute period-work-8 = function date-of-integer(period-work-int)
    string period-work-8(1:4) "-" period-work-8(5:2) "-"
           period-work-8(7:2)
           delimited by size into period-to.

find-fiscal-period-dates.
    open input calendar-file
    if calendar-status <> "00"
        exit paragraph
    end-if

    read calendar-file
    perform until calendar-status = "10"
        if cal-file-fiscal-year = target-period(3:4)
            if period-year-from = spaces
               or cal-file-date < period-year-from
                move cal-file-date to period-year-from
            end-if
            if cal-file-fiscal-period = target-period(9:2)
                if period-from = spaces or cal-file-date < period-from
                    move cal-file-date to period-from
                end-if
                if cal-file-date > period-to
                    move cal-file-date to period-to
                end-if
            end-if
        end-if
        read calendar-file
    end-perform

    close calendar-file.

run-rollup.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
    perform init-report-header

    move spaces to report-file-record
    if mode-all-months
        string "Consolidated balancing for " function trim(target-period)
               " across units " function trim(unit-list)
               delimited by size into report-file-record
    else
        string "Consolidated balancing for " function trim(target-period)
               " (" period-from " to " period-to ")"
               " across units " function trim(unit-list)
               delimited by size into report-file-record
    end-if
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line
    end-unstring

    if not mode-all-months
       and (bs-date(1:10) < period-from or bs-date(1:10) > period-to)
        exit paragraph
    end-if

    end-if.

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
    add 1 to rpt-lines-on-page.

show-usage.
    display "Usage: unit-rollup -r <unit-list> <YYYY-MM|FYyyyy-Pnn|ALL>"
            " <report-file>"
    display "  unit list: comma-separated unit codes (use - for the"
    display "  unqualified BALSTAT.TXT); reads each unit's balancing"
    display "  outcome file (BALSTAT.<unit>.TXT, written by"
    display "  consolidated month-end roll-up: days balanced/review"
    display "  and unreconciled totals per unit plus the combined"
    display "  close position; RC 4 when any unit needs review"
    display "  a fiscal period FY<yyyy>-P<nn> rolls up the dates the"
    display "  business calendar (CALENDAR.TXT, calendar-load -p)"
    display "  puts in that 4-4-5 period"
    move 16 to return-code
    stop run.

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
