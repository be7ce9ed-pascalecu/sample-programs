        organization is line sequential
        file status is elapsed-hist-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

data division.
file section.
fd  operauth-file.
fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

fd  calendar-file.
    copy "calendar-fd.cpy".

working-storage section.

copy "auditlog-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".
copy "trendmstr-ix-ws.cpy".
copy "calendar-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

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
01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 archive-log-filename pic x(100).
01 archive-month     pic x(7).

01 rec-program-id    pic x(30).
01 rec-timestamp     pic x(19).

01 records-read      pic 9(9) value 0.

01 day-int           pic s9(9) comp.
01 day-8             pic 9(8).
01 day-date          pic x(10).
01 day-processed     pic 9(9).
01 day-rejected      pic 9(9).
    perform validate-args
    perform check-operator-authority
    perform run-period-close
    move target-period to audit-input-value
    move spaces to audit-result-value
    string "close: active-days=" active-days
           " out-of-balance=" oob-days
        perform show-usage
    end-if

    move arg-val(2) to target-period
    move arg-val(3) to report-filename

    if target-period = spaces or report-filename = spaces
        perform show-usage
    end-if

    perform resolve-report-period.

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

run-period-close.
    move function current-date to rsum-start-stamp

    perform scan-live-audit-log
    perform scan-archived-audit-log
    end-if

    move "MONTH-END CONSOLIDATED BALANCING" to rpt-program-title
    if period-is-fiscal
        move "FISCAL PERIOD-END CONSOLIDATED BALANCING"
            to rpt-program-title
    end-if
    perform init-report-header

    move spaces to report-file-record
    string "Period: " function trim(target-period)
           " (" period-from " to " period-to ")"
           "  (batch entries reconciled per date and program,"
           " reruns resolved by run id)"
           delimited by size into report-file-record
    close audit-log.

scan-archived-audit-log.
    move period-from(1:7) to archive-month
    perform until archive-month > period-to(1:7)
        perform scan-one-archived-month
        move archive-month(1:4) to period-work-8(1:4)
        move archive-month(6:2) to period-work-8(5:2)
        move "01" to period-work-8(7:2)
        if archive-month(6:2) = "12"
            add 10000 to period-work-8
            move "01" to period-work-8(5:2)
        else
            add 100 to period-work-8
        end-if
        move spaces to archive-month
        string period-work-8(1:4) "-" period-work-8(5:2)
               delimited by size into archive-month
    end-perform.

scan-one-archived-month.
    move spaces to archive-log-filename
    string "AUDITLOG." archive-month(1:4) archive-month(6:2) ".TXT"
           delimited by size into archive-log-filename

    move archive-log-filename to audit-log-filename
             rec-result-value, rec-oper-field, rec-run-field
    end-unstring

    if rec-timestamp(1:10) < period-from
       or rec-timestamp(1:10) > period-to
        exit paragraph
    end-if

    close trend-master.

collect-one-trend-row.
    if trend-run-date(1:10) < period-from
       or trend-run-date(1:10) > period-to
        exit paragraph
    end-if

           delimited by size into report-file-record
    perform write-detail-line

    move period-from to cal-lookup-date
    perform date-to-day-int
    perform until day-date > period-to
        perform judge-one-day
        add 1 to day-int
        perform day-int-to-date
    end-perform.

date-to-day-int.
    move cal-lookup-date(1:4) to day-8(1:4)
    move cal-lookup-date(6:2) to day-8(5:2)
    move cal-lookup-date(9:2) to day-8(7:2)
    compute day-int = function integer-of-date(day-8)
    move cal-lookup-date to day-date.

day-int-to-date.
    compute day-8 = function date-of-integer(day-int)
    move spaces to day-date
    string day-8(1:4) "-" day-8(5:2) "-" day-8(7:2)
           delimited by size into day-date.

judge-one-day.
    move 0 to day-processed
    move 0 to day-rejected
    move 0 to day-entries
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "CLOSE SUMMARY FOR " function trim(target-period)
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    if oob-days > 0
        move period-from to cal-lookup-date
        perform date-to-day-int
        perform until day-date > period-to
            perform list-one-oob-day
            add 1 to day-int
            perform day-int-to-date
        end-perform
    end-if

    perform write-detail-line.

list-one-oob-day.
    move 0 to day-entries
    move 0 to day-unrec
    move 0 to day-mismatch
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
    display "Usage: period-close -m <period YYYY-MM|FYyyyy-Pnn>"
            " <report-file>"
    display "  reads the month's audit records (live log plus the"
    display "  monthly archive) and trend-master rows, reconciles per"
    display "  business date and program with reruns resolved by run"
    display "  id, prints a month-at-a-glance grid with daily"
    display "  balancing status and a close summary page, and sets"
    display "  RC 8 when any date in the period is unresolved"
    display "  a fiscal period FY<yyyy>-P<nn> closes the dates the"
    display "  business calendar (CALENDAR.TXT, calendar-load -p)"
    display "  puts in that 4-4-5 period instead of a calendar month,"
    display "  reading the monthly audit archive of every month the"
    display "  period touches"
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
