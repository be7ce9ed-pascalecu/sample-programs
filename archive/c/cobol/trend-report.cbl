
01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 bucket-mode       pic x value 'M'.
   88 bucket-by-month  value 'M'.
   88 bucket-by-fiscal value 'F'.
01 period-word       pic x(6) value "month ".
01 bucket-word       pic x(7) value "monthly".

01 report-filename      pic x(100).
01 report-file-status   pic xx.
   05 week-start-mm   pic 9(2).
   05 week-start-dd   pic 9(2).
01 week-period-disp   pic x(10).
01 month-period-disp  pic x(10).

01 MAX-TREND-BUCKETS constant as 500.

01 monthly-table.
   05 monthly-entry occurs 500 times.
      10 monthly-program-id   pic x(20).
      10 monthly-period-disp  pic x(10).
      10 monthly-total        pic 9(9).
      10 monthly-hit          pic 9(9).
      10 monthly-reject       pic 9(9).
validate-args.
    accept argc from argument-number

    if argc < 3 or argc > 4
        perform show-usage
    end-if


    if trend-master-filename = spaces or report-filename = spaces
        perform show-usage
    end-if

    if argc = 4
        if function upper-case(arg-val(4)) <> "FISCAL"
            perform show-usage
        end-if
        set bucket-by-fiscal to true
        move "period" to period-word
        move "fiscal" to bucket-word
    end-if.

run-trend-report.
    move function current-date to rsum-start-stamp

    open input trend-master
    if trend-master-status <> "00"
    move week-start-dd to week-period-disp(9:2)

    move trend-run-date(1:7) to month-period-disp
    if bucket-by-fiscal
        move spaces to month-period-disp
        if cal-lookup-fiscal-year = spaces
            move "UNMAPPED" to month-period-disp
        else
            string "FY" cal-lookup-fiscal-year
                   "-P" cal-lookup-fiscal-period
                   delimited by size into month-period-disp
        end-if
    end-if

    perform find-or-add-weekly
    perform find-or-add-monthly.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    if bucket-by-fiscal
        string "FISCAL PERIOD TREND (4-4-5 business calendar)"
               delimited by size into report-file-record
    else
        string "MONTHLY TREND"
               delimited by size into report-file-record
    end-if
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line
        perform compute-hit-rate-monthly
        move spaces to report-file-record
        string function trim(monthly-program-id(tbl-idx))
               "  " period-word " " monthly-period-disp(tbl-idx)
               "  total " monthly-total(tbl-idx)
               "  hit " monthly-hit(tbl-idx)
               "  reject " monthly-reject(tbl-idx)
    move hit-rate-pct to hit-rate-disp.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    move spaces to report-file-record
    string "Run summary: read " records-read
           "  weekly buckets " function trim(weekly-count-disp)
           "  " function trim(bucket-word) " buckets "
           function trim(monthly-count-disp)
           "  elapsed " function trim(rsum-elapsed-disp) " sec(s)"
           delimited by size into report-file-record
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

show-usage.
    display "Usage: trend-report -f <trend-master-file> <report-file>"
            " [FISCAL]"
    display "  produces weekly and monthly trend sections from the"
    display "  cumulative trend master file built up by prime-number,"
    display "  even-odd, and palindromic-number batch runs"
    display "  FISCAL buckets the second section by fiscal period"
    display "  (FY<yyyy>-P<nn> from the business calendar,"
    display "  calendar-load -p) instead of calendar month; weeks"
    display "  already run Sunday to Saturday like fiscal weeks"
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

lookup-calendar-flag.
    move space to cal-lookup-flag
    move spaces to cal-lookup-fiscal

    open input calendar-file
    if calendar-status = "00"
        perform until calendar-status = "10"
            if cal-file-date = cal-lookup-date
                move cal-file-flag to cal-lookup-flag
                move cal-file-fiscal-year to cal-lookup-fiscal-year
                move cal-file-fiscal-qtr to cal-lookup-fiscal-qtr
                move cal-file-fiscal-period
                    to cal-lookup-fiscal-period
                move cal-file-fiscal-week to cal-lookup-fiscal-week
            end-if
            read calendar-file
        end-perform
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
