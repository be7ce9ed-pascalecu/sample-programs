        organization is line sequential
        file status is holiday-status.

    select fiscal-file assign to dynamic fiscal-filename
        organization is line sequential
        file status is fiscal-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
fd  holiday-file.
01  holiday-record    pic x(40).

fd  fiscal-file.
01  fiscal-record     pic x(80).

fd  operauth-file.
    copy "operauth-fd.cpy".


01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 5 times.

01 run-mode          pic x value 'Y'.
   88 mode-year      value 'Y'.
   88 mode-freeze    value 'F'.
   88 mode-fiscal    value 'P'.

01 target-year       pic 9(4).
01 holiday-filename  pic x(100) value "HOLIDAYS.TXT".
01 day-disp          pic x(10).
01 day-flag          pic x.

01 freeze-from       pic x(10).
01 freeze-to         pic x(10).
01 freeze-from-int   pic s9(9) comp.
01 freeze-to-int     pic s9(9) comp.
01 freeze-set        pic x.
01 freeze-label      pic x(30).
01 freeze-check-date pic x(10).
01 freeze-check-8    pic 9(8).
01 freeze-date-bad   pic x.
   88 freeze-date-is-bad value 'Y'.
01 freeze-slot       binary-long.
01 freeze-days       pic 9(5) value 0.
01 MAX-FREEZE-DAYS constant as 366.
01 freeze-day-table.
   05 freeze-day-flag pic x occurs 366 times.

01 fiscal-filename   pic x(100) value "FISCALDEF.TXT".
01 fiscal-status     pic xx.
01 MAX-FISCAL-YEARS constant as 30.
01 fy-count          binary-long value 0.
01 fy-table.
   05 fy-entry       occurs 30 times.
      10 fy-year     pic 9(4).
      10 fy-start-int pic s9(9) comp.
      10 fy-end-int  pic s9(9) comp.
      10 fy-pattern  pic x(3).
01 fy-idx            binary-long.
01 fy-next-idx       binary-long.
01 fy-rejected       pic 9(3) value 0.
01 fd-rec-year       pic x(10).
01 fd-rec-start      pic x(12).
01 fd-rec-pattern    pic x(10).
01 fiscal-week       pic 9(2).
01 fiscal-qtr        pic 9(1).
01 fiscal-period     pic 9(2).
01 fiscal-wk-in-qtr  pic 9(2).
01 fiscal-period-hold pic x(2).
01 fiscal-p1         pic 9(1).
01 fiscal-p2         pic 9(1).
01 target-fy         pic 9(4).
01 target-fy-idx     binary-long.
01 fiscal-days       pic 9(5) value 0.
01 fiscal-period-ends pic 9(3) value 0.
01 MAX-FISCAL-DAYS constant as 371.
01 fiscal-day-table.
   05 fiscal-day-entry occurs 371 times.
      10 fdy-flag        pic x.
      10 fdy-freeze      pic x.
      10 fdy-freeze-name pic x(30).

01 business-days     pic 9(5) value 0.
01 weekend-days      pic 9(5) value 0.
01 holiday-days      pic 9(5) value 0.
    move "calendar-load" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform load-fiscal-definitions

    if mode-fiscal
        perform generate-fiscal-year
        move arg-val(2) to audit-input-value
        move spaces to audit-result-value
        string "fiscal: days=" fiscal-days
               " periods=" fiscal-period-ends
               " pattern=" fy-pattern(target-fy-idx)
               delimited by size into audit-result-value
        perform log-audit-entry
        stop run
    end-if

    if mode-freeze
        perform mark-freeze-period
        move spaces to audit-input-value
        string freeze-from ".." freeze-to
               delimited by size into audit-input-value
        move spaces to audit-result-value
        if freeze-set = space
            string "freeze cleared: days=" freeze-days
                   delimited by size into audit-result-value
        else
            string "freeze " freeze-set " "
                   function trim(freeze-label)
                   ": days=" freeze-days
                   delimited by size into audit-result-value
        end-if
        perform log-audit-entry
        stop run
    end-if

    perform load-holiday-list
    perform generate-calendar-year

validate-args.
    accept argc from argument-number

    if argc < 2 or argc > 5
        perform show-usage
    end-if

        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) = "-f" and argc >= 4
        set mode-freeze to true
        perform validate-freeze-args
        exit paragraph
    end-if

    if arg-val(1) = "-p" and argc = 2
        set mode-fiscal to true
        if function test-numval(arg-val(2)) <> 0
            perform show-usage
        end-if
        compute target-fy = function numval(arg-val(2))
        exit paragraph
    end-if

    if arg-val(1) <> "-y" or argc <> 2
        perform show-usage
    end-if

        move spaces to calendar-file-record
        move day-disp to cal-file-date
        move day-flag to cal-file-flag
        perform assign-fiscal-fields
        write calendar-file-record

        add 1 to day-int
            weekend-days " weekend, "
            holiday-days " holiday day(s)".

validate-freeze-args.
    move arg-val(2) to freeze-from
    move arg-val(3) to freeze-to
    move function upper-case(arg-val(4)) to freeze-set
    move arg-val(5) to freeze-label

    if arg-val(4)(2:1) <> space
       or (freeze-set <> "H" and freeze-set <> "S"
           and freeze-set <> "N")
        perform show-usage
    end-if
    if freeze-set = "N"
        move space to freeze-set
        move spaces to freeze-label
    else
        if freeze-label = spaces
            move "CHANGE-FREEZE" to freeze-label
        end-if
    end-if

    move freeze-from to freeze-check-date
    perform check-freeze-date
    if freeze-date-is-bad
        display "Freeze from-date must be YYYY-MM-DD"
        move 16 to return-code
        stop run
    end-if
    compute freeze-from-int = function integer-of-date(freeze-check-8)

    move freeze-to to freeze-check-date
    perform check-freeze-date
    if freeze-date-is-bad
        display "Freeze to-date must be YYYY-MM-DD"
        move 16 to return-code
        stop run
    end-if
    compute freeze-to-int = function integer-of-date(freeze-check-8)

    if freeze-to-int < freeze-from-int
       or freeze-to-int - freeze-from-int >= MAX-FREEZE-DAYS
        display "Freeze period " freeze-from " to " freeze-to
                " must run forwards and span at most "
                MAX-FREEZE-DAYS " days"
        move 16 to return-code
        stop run
    end-if.

check-freeze-date.
    move "N" to freeze-date-bad
    move 0 to freeze-check-8

    if freeze-check-date(5:1) <> "-" or freeze-check-date(8:1) <> "-"
       or freeze-check-date(1:4) is not numeric
       or freeze-check-date(6:2) is not numeric
       or freeze-check-date(9:2) is not numeric
        set freeze-date-is-bad to true
        exit paragraph
    end-if

    move freeze-check-date(1:4) to freeze-check-8(1:4)
    move freeze-check-date(6:2) to freeze-check-8(5:2)
    move freeze-check-date(9:2) to freeze-check-8(7:2)
    if function test-date-yyyymmdd(freeze-check-8) <> 0
        set freeze-date-is-bad to true
    end-if.

mark-freeze-period.
    move spaces to freeze-day-table

    open input calendar-file
    if calendar-status = "00"
        read calendar-file
        perform until calendar-status = "10"
            if cal-file-date >= freeze-from
               and cal-file-date <= freeze-to
                move cal-file-date to freeze-check-date
                perform check-freeze-date
                if not freeze-date-is-bad
                    compute freeze-slot =
                        function integer-of-date(freeze-check-8)
                        - freeze-from-int + 1
                    move cal-file-flag to freeze-day-flag(freeze-slot)
                end-if
            end-if
            read calendar-file
        end-perform
        close calendar-file
    end-if

    open extend calendar-file
    if calendar-status = "05" or calendar-status = "35"
        open output calendar-file
    end-if

    move freeze-from-int to day-int
    perform until day-int > freeze-to-int
        compute day-8 = function date-of-integer(day-int)
        move spaces to day-disp
        string day-8(1:4) "-" day-8(5:2) "-" day-8(7:2)
               delimited by size into day-disp

        compute freeze-slot = day-int - freeze-from-int + 1
        move freeze-day-flag(freeze-slot) to day-flag
        if day-flag = space
            compute cal-weekday = function mod(day-int, 7)
            if cal-weekday = 6 or cal-weekday = 0
                move "W" to day-flag
            else
                move "B" to day-flag
            end-if
        end-if

        move spaces to calendar-file-record
        move day-disp to cal-file-date
        move day-flag to cal-file-flag
        move freeze-set to cal-file-freeze
        move freeze-label to cal-file-freeze-name
        perform assign-fiscal-fields
        write calendar-file-record
        add 1 to freeze-days

        add 1 to day-int
    end-perform

    close calendar-file

    if freeze-set = space
        display "Change freeze cleared on " freeze-days
                " day(s) from " freeze-from " to " freeze-to
    else
        display "Change freeze " function trim(freeze-label)
                " (" freeze-set ") marked on " freeze-days
                " day(s) from " freeze-from " to " freeze-to
    end-if.

load-fiscal-definitions.
    open input fiscal-file
    if fiscal-status <> "00"
        exit paragraph
    end-if

    read fiscal-file
    perform until fiscal-status = "10"
        if function trim(fiscal-record) <> spaces
           and fiscal-record(1:1) <> "*"
            perform load-one-fiscal-definition
        end-if
        read fiscal-file
    end-perform

    close fiscal-file

    perform varying fy-idx from 1 by 1 until fy-idx > fy-count
        compute fy-end-int(fy-idx) = fy-start-int(fy-idx) + 363
        perform varying fy-next-idx from 1 by 1
                until fy-next-idx > fy-count
            if fy-year(fy-next-idx) = fy-year(fy-idx) + 1
               and fy-start-int(fy-next-idx) - fy-start-int(fy-idx)
                   = 371
                compute fy-end-int(fy-idx) =
                    fy-start-int(fy-next-idx) - 1
            end-if
        end-perform
    end-perform

    if fy-rejected > 0
        display "Fiscal definition " function trim(fiscal-filename)
                ": " fy-rejected " line(s) rejected (need"
                " <fiscal-year> | <first Sunday YYYY-MM-DD> |"
                " 445|454|544)"
    end-if.

load-one-fiscal-definition.
    move spaces to fd-rec-year
    move spaces to fd-rec-start
    move spaces to fd-rec-pattern

    unstring fiscal-record delimited by " | "
        into fd-rec-year, fd-rec-start, fd-rec-pattern
    end-unstring

    move fd-rec-start(1:10) to freeze-check-date
    perform check-freeze-date

    if function test-numval(fd-rec-year) <> 0
       or freeze-date-is-bad
       or (fd-rec-pattern <> "445" and fd-rec-pattern <> "454"
           and fd-rec-pattern <> "544")
       or fy-count >= MAX-FISCAL-YEARS
        add 1 to fy-rejected
        exit paragraph
    end-if

    compute day-int = function integer-of-date(freeze-check-8)
    if function mod(day-int, 7) <> 0
        add 1 to fy-rejected
        exit paragraph
    end-if

    perform varying fy-idx from 1 by 1 until fy-idx > fy-count
        if fy-year(fy-idx) = function numval(fd-rec-year)
            exit perform
        end-if
    end-perform
    if fy-idx > fy-count
        add 1 to fy-count
        move fy-count to fy-idx
    end-if

    compute fy-year(fy-idx) = function numval(fd-rec-year)
    move day-int to fy-start-int(fy-idx)
    move fd-rec-pattern(1:3) to fy-pattern(fy-idx).

assign-fiscal-fields.
    perform varying fy-idx from 1 by 1 until fy-idx > fy-count
        if day-int >= fy-start-int(fy-idx)
           and day-int <= fy-end-int(fy-idx)
            exit perform
        end-if
    end-perform

    if fy-idx > fy-count
        exit paragraph
    end-if

    compute fiscal-week = (day-int - fy-start-int(fy-idx)) / 7 + 1
    compute fiscal-qtr = (fiscal-week - 1) / 13 + 1
    if fiscal-qtr > 4
        move 4 to fiscal-qtr
    end-if
    compute fiscal-wk-in-qtr = fiscal-week - (fiscal-qtr - 1) * 13

    move fy-pattern(fy-idx)(1:1) to fiscal-p1
    move fy-pattern(fy-idx)(2:1) to fiscal-p2
    evaluate true
        when fiscal-wk-in-qtr <= fiscal-p1
            compute fiscal-period = (fiscal-qtr - 1) * 3 + 1
        when fiscal-wk-in-qtr <= fiscal-p1 + fiscal-p2
            compute fiscal-period = (fiscal-qtr - 1) * 3 + 2
        when other
            compute fiscal-period = (fiscal-qtr - 1) * 3 + 3
    end-evaluate

    move fy-year(fy-idx) to cal-file-fiscal-year
    move fiscal-qtr to cal-file-fiscal-qtr
    move fiscal-period to cal-file-fiscal-period
    move fiscal-week to cal-file-fiscal-week.

generate-fiscal-year.
    move 0 to target-fy-idx
    perform varying fy-idx from 1 by 1 until fy-idx > fy-count
        if fy-year(fy-idx) = target-fy
            move fy-idx to target-fy-idx
        end-if
    end-perform

    if target-fy-idx = 0
        display "Fiscal year " target-fy " is not defined in "
                function trim(fiscal-filename)
        move 16 to return-code
        stop run
    end-if

    move spaces to fiscal-day-table

    open input calendar-file
    if calendar-status = "00"
        read calendar-file
        perform until calendar-status = "10"
            move cal-file-date to freeze-check-date
            perform check-freeze-date
            if not freeze-date-is-bad
                compute day-int =
                    function integer-of-date(freeze-check-8)
                if day-int >= fy-start-int(target-fy-idx)
                   and day-int <= fy-end-int(target-fy-idx)
                    compute freeze-slot =
                        day-int - fy-start-int(target-fy-idx) + 1
                    move cal-file-flag to fdy-flag(freeze-slot)
                    move cal-file-freeze to fdy-freeze(freeze-slot)
                    move cal-file-freeze-name
                        to fdy-freeze-name(freeze-slot)
                end-if
            end-if
            read calendar-file
        end-perform
        close calendar-file
    end-if

    open extend calendar-file
    if calendar-status = "05" or calendar-status = "35"
        open output calendar-file
    end-if

    move fy-start-int(target-fy-idx) to day-int
    perform until day-int > fy-end-int(target-fy-idx)
        compute day-8 = function date-of-integer(day-int)
        move spaces to day-disp
        string day-8(1:4) "-" day-8(5:2) "-" day-8(7:2)
               delimited by size into day-disp

        compute freeze-slot = day-int - fy-start-int(target-fy-idx) + 1
        move fdy-flag(freeze-slot) to day-flag
        if day-flag = space
            compute cal-weekday = function mod(day-int, 7)
            if cal-weekday = 6 or cal-weekday = 0
                move "W" to day-flag
            else
                move "B" to day-flag
            end-if
        end-if

        move spaces to calendar-file-record
        move day-disp to cal-file-date
        move day-flag to cal-file-flag
        move fdy-freeze(freeze-slot) to cal-file-freeze
        move fdy-freeze-name(freeze-slot) to cal-file-freeze-name
        move target-fy-idx to fy-idx
        perform assign-fiscal-fields
        write calendar-file-record
        add 1 to fiscal-days

        if function mod(day-int, 7) = 6
            move cal-file-fiscal-period to fiscal-period-hold
            add 1 to day-int
            perform assign-fiscal-fields
            subtract 1 from day-int
            if cal-file-fiscal-period <> fiscal-period-hold
               or day-int = fy-end-int(target-fy-idx)
                add 1 to fiscal-period-ends
                display "  FY" target-fy " P" fiscal-period-hold
                        " ends " day-disp
            end-if
        end-if

        add 1 to day-int
    end-perform

    close calendar-file

    compute fiscal-week =
        (fy-end-int(target-fy-idx) - fy-start-int(target-fy-idx) + 1)
        / 7
    display "Fiscal year " target-fy " (" fy-pattern(target-fy-idx)
            ", " fiscal-week " weeks) loaded: " fiscal-days
            " day(s), " fiscal-period-ends " period(s)".

show-usage.
    display "Usage: calendar-load -y <year>"
    display "       calendar-load -f <from-date> <to-date> H|S|N"
            " [<freeze-name>]"
    display "       calendar-load -p <fiscal-year>"
    display "  appends one record per day of the year to the"
    display "  business-calendar master CALENDAR.TXT, flagged B"
    display "  (business), W (weekend) or H (holiday - dates listed"
    display "  one per line in HOLIDAYS.TXT); maintained like the"
    display "  control parameters, last record for a date wins"
    display "  -f marks a change freeze on every day from <from-date>"
    display "  to <to-date> (YYYY-MM-DD): H a hard freeze, S a soft"
    display "  freeze needing an emergency-change reason, N clears"
    display "  it; param-apply, key-master-maint, key-ring-maint,"
    display "  control-param-maint and ref-table-control promotion"
    display "  honour it and log every attempt in FREEZELOG.TXT"
    display "  (run -y for a year before marking its freezes)"
    display "  -p stamps every date of a fiscal year with its fiscal"
    display "  year, quarter, period and week from the fiscal"
    display "  definition FISCALDEF.TXT (""<fiscal-year> | <first"
    display "  day> | 445|454|544"": the year starts on a Sunday, each"
    display "  quarter is three periods of 4/4/5 (or 4/5/4, 5/4/4)"
    display "  weeks ending on a Saturday, and a year whose"
    display "  successor starts 371 days later has a 53rd week in"
    display "  period 12); -y and -f keep the fiscal fields of the"
    display "  dates they rewrite; period-close, acct-chargeback,"
    display "  unit-rollup and trend-report accept a fiscal period"
    display "  FY<yyyy>-P<nn>, and dispatcher WHEN=FPEND/FQEND/FYEND"
    display "  run a step on the fiscal period/quarter/year's last"
    display "  business day"
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
