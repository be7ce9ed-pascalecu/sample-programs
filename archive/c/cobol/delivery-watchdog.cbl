identification division.
program-id. delivery-watchdog.

environment division.
input-output section.
file-control.
    select delivcommit-file assign to dynamic delivcommit-filename
        organization is line sequential
        file status is delivcommit-status.

    select delivlog-file assign to dynamic delivlog-filename
        organization is line sequential
        file status is delivlog-status.

    select stepdeps-file assign to dynamic stepdeps-filename
        organization is line sequential
        file status is stepdeps-status.

    select run-state-file assign to dynamic run-state-filename
        organization is line sequential
        file status is run-state-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

    select alert-file assign to dynamic alert-filename
        organization is line sequential
        file status is alert-file-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.

    select chain-file assign to dynamic chain-filename
        organization is line sequential
        file status is chain-status.

    select audit-log assign to dynamic audit-log-filename
        organization is line sequential
        file status is audit-log-status.

data division.
file section.
fd  delivcommit-file.
    copy "delivcommit-fd.cpy".

fd  delivlog-file.
01  delivlog-record   pic x(250).

fd  stepdeps-file.
01  stepdeps-record   pic x(800).

fd  run-state-file.
01  run-state-record  pic x(300).

fd  calendar-file.
    copy "calendar-fd.cpy".

fd  alert-file.
    copy "alert-fd.cpy".

fd  report-file.
01  report-file-record pic x(132).

fd  operauth-file.
    copy "operauth-fd.cpy".

fd  chain-file.
01  chain-record      pic x(20).

fd  audit-log.
    copy "auditlog-fd.cpy".

working-storage section.

copy "auditlog-ws.cpy".
01 chain-filename    pic x(100) value "AUDITCHN.TXT".
01 chain-status      pic xx.
01 chain-prev        pic 9(9).
01 chain-hash        pic 9(9).
01 chain-idx         pic 9(4) comp.
01 chain-len         pic 9(4) comp.
01 chain-disp        pic 9(9).
01 chain-work        pic x(420).
01 chain-lock-cmd    pic x(160) value "for i in 1 2 3 4 5 6 7 8 9 10; do if mkdir AUDITCHN.LCK 2>/dev/null; then exit 0; fi; sleep 1; done; exit 1".
01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "alert-ws.cpy".
copy "report-header-ws.cpy".
copy "delivcommit-ws.cpy".
copy "calendar-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

01 run-mode          pic x value space.
   88 mode-watch     value 'W'.
   88 mode-month     value 'M'.

01 delivlog-filename pic x(100) value "DELIVLOG.TXT".
01 delivlog-status   pic xx.
01 stepdeps-filename pic x(100) value "STEPDEPS.TXT".
01 stepdeps-status   pic xx.
01 run-state-filename pic x(100) value "RUNSTATE.TXT".
01 run-state-status  pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.
01 qualify-hold      pic x(100).

01 dl-report         pic x(100).
01 dl-dest           pic x(100).
01 dl-recipient      pic x(20).
01 dl-status         pic x(20).
01 dl-when           pic x(20).
01 dl-timeliness     pic x(12).
01 dl-due            pic x(12).
01 dl-hhmm           pic 9(4).

01 today-date-8      pic 9(8).
01 today-date-disp   pic x(10).
01 today-cal-flag    pic x.
01 now-time          pic 9(8).
01 now-hhmm          pic 9(4).
01 due-disp          pic x(5).

01 delivered-flag    pic x.
   88 copy-was-delivered value 'Y'.
01 delivered-word    pic x(12).
01 delivered-at      pic x(8).

01 producer-step     pic x(30).
01 producer-program  pic x(30).
01 producer-state    pic x(80).
01 producer-run      pic x(10).
01 sd-run            pic x(10).
01 sd-step           pic x(30).
01 sd-program        pic x(30).
01 sd-after          pic x(200).
01 sd-datasets       pic x(610).
01 sd-token          pic x(100).
01 sd-ptr            binary-long.
01 rs-word           pic x(10).
01 rs-rc             pic x(12).
01 rs-name           pic x(30).
01 rs-program        pic x(30).
01 rs-rest           pic x(168).

01 month-arg         pic x(7).
01 month-first-8     pic 9(8).
01 month-first-int   binary-long.
01 month-days        binary-long.
01 month-last-day    pic 9(2).
01 day-idx           binary-long.
01 day-date-8        pic 9(8).
01 day-date-disp     pic x(10).
01 month-flags.
   05 month-flag     pic x occurs 31 times.
01 MAX-MONTH-DELIVERIES constant as 2000.
01 md-count          binary-long value 0.
01 md-table.
   05 md-entry       occurs 1 to MAX-MONTH-DELIVERIES
                      depending on md-count.
      10 md-report   pic x(100).
      10 md-recipient pic x(20).
      10 md-day      pic 9(2).
      10 md-hhmm     pic 9(4).
      10 md-timeliness pic x(12).
01 md-idx            binary-long.
01 day-outcome       pic x.
   88 day-on-time    value 'O'.
   88 day-late       value 'L'.
   88 day-missed     value 'M'.
01 cm-days           pic 9(5).
01 cm-on-time        pic 9(5).
01 cm-late           pic 9(5).
01 cm-missed         pic 9(5).
01 cm-pct            pic 9(3)v9.
01 cm-pct-disp       pic zz9.9.
01 tot-days          pic 9(7) value 0.
01 tot-on-time       pic 9(7) value 0.
01 tot-late          pic 9(7) value 0.
01 tot-missed        pic 9(7) value 0.
01 count-disp        pic zzzz9.

01 commitments-read  pic 9(5) value 0.
01 reports-delivered pic 9(5) value 0.
01 reports-waiting   pic 9(5) value 0.
01 reports-overdue   pic 9(5) value 0.
01 reports-not-due   pic 9(5) value 0.

procedure division.

main.
    move "delivery-watchdog" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform load-delivery-commitments

    if cmt-count = 0
        display "No delivery commitments on file ("
                function trim(delivcommit-filename) ")"
        move 16 to return-code
        stop run
    end-if

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    if mode-watch
        perform run-due-check
    else
        perform run-monthly-report
    end-if

    close report-file

    move delivcommit-filename to audit-input-value
    move spaces to audit-result-value
    if mode-watch
        string "due check: committed=" commitments-read
               " delivered=" reports-delivered
               " overdue=" reports-overdue
               delimited by size into audit-result-value
    else
        string "on-time report " month-arg
               ": committed days=" tot-days
               " on-time=" tot-on-time
               delimited by size into audit-result-value
    end-if
    perform log-audit-entry
    if reports-overdue > 0
        move 4 to return-code
    end-if
    stop run.

validate-args.
    accept argc from argument-number

    if argc < 2 or argc > 3
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate true
        when argc = 2 and arg-val(1) = "-w"
            set mode-watch to true
            move arg-val(2) to report-filename
        when argc = 3 and arg-val(1) = "-m"
            set mode-month to true
            move arg-val(2) to month-arg
            move arg-val(3) to report-filename
        when other
            perform show-usage
    end-evaluate

    if report-filename = spaces
        perform show-usage
    end-if

    accept today-date-8 from date yyyymmdd
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into today-date-disp

    accept now-time from time
    compute now-hhmm =
        function numval(now-time(1:2)) * 100
        + function numval(now-time(3:2))

    if mode-month
        if month-arg(5:1) <> "-"
           or month-arg(1:4) is not numeric
           or month-arg(6:2) is not numeric
           or month-arg(6:2) < "01" or month-arg(6:2) > "12"
            perform show-usage
        end-if
    end-if.

resolve-run-state-name.
    perform resolve-audit-unit
    if audit-unit-id <> "-" and audit-unit-id <> spaces
        move spaces to run-state-filename
        string "RUNSTATE." function trim(audit-unit-id) ".TXT"
               delimited by size into run-state-filename
    end-if

    perform resolve-audit-window
    if audit-window-id <> "-" and audit-window-id <> "NIGHT"
        move run-state-filename to sd-datasets
        move spaces to run-state-filename
        string function trim(sd-datasets) "."
               function trim(audit-window-id)
               delimited by size into run-state-filename
    end-if.

load-delivery-commitments.
    move 0 to cmt-count

    open input delivcommit-file
    if delivcommit-status <> "00"
        exit paragraph
    end-if

    read delivcommit-file
    perform until delivcommit-status = "10"
        perform load-one-commitment
        read delivcommit-file
    end-perform

    close delivcommit-file.

load-one-commitment.
    if function trim(delivcommit-record) = spaces
       or delivcommit-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to dcm-report
    move spaces to dcm-recipient
    move spaces to dcm-due
    move spaces to dcm-calendar
    move spaces to dcm-producer

    unstring delivcommit-record delimited by " | "
        into dcm-report, dcm-recipient, dcm-due,
             dcm-calendar, dcm-producer
    end-unstring

    if dcm-report = spaces or dcm-recipient = spaces
       or function test-numval(dcm-due) <> 0
       or cmt-count >= MAX-COMMITMENTS
        exit paragraph
    end-if

    add 1 to cmt-count
    move dcm-report to cmt-report(cmt-count)
    move dcm-recipient to cmt-recipient(cmt-count)
    compute cmt-due(cmt-count) = function numval(dcm-due)
    move "BUSINESS" to cmt-calendar(cmt-count)
    if dcm-calendar = "DAILY"
        move "DAILY" to cmt-calendar(cmt-count)
    end-if
    move dcm-producer to cmt-producer(cmt-count).

run-due-check.
    perform resolve-run-state-name

    move "REPORT DELIVERY DUE-TIME WATCHDOG" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "Checked at " now-time(1:2) ":" now-time(3:2)
           " on " today-date-disp
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    move today-date-disp to cal-lookup-date
    perform lookup-calendar-flag
    move cal-lookup-flag to today-cal-flag

    perform varying cmt-idx from 1 by 1 until cmt-idx > cmt-count
        perform check-one-commitment
    end-perform

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Watchdog totals: committed " commitments-read
           "  delivered " reports-delivered
           "  not yet due " reports-waiting
           "  OVERDUE " reports-overdue
           "  not a business day " reports-not-due
           delimited by size into report-file-record
    perform write-detail-line.

check-one-commitment.
    add 1 to commitments-read
    move spaces to due-disp
    string cmt-due(cmt-idx)(1:2) ":" cmt-due(cmt-idx)(3:2)
           delimited by size into due-disp

    if cmt-calendar(cmt-idx) = "BUSINESS" and today-cal-flag <> "B"
        add 1 to reports-not-due
        move spaces to report-file-record
        string "  NOT DUE    " cmt-report(cmt-idx)(1:40)
               " " cmt-recipient(cmt-idx)
               " (not a business day)"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    perform find-today-delivery

    evaluate true
        when copy-was-delivered
            add 1 to reports-delivered
            move spaces to report-file-record
            string "  DELIVERED  " cmt-report(cmt-idx)(1:40)
                   " " cmt-recipient(cmt-idx)
                   " at " delivered-at(1:5)
                   " " function trim(delivered-word)
                   " (due " due-disp ")"
                   delimited by size into report-file-record
            perform write-detail-line
        when now-hhmm < cmt-due(cmt-idx)
            add 1 to reports-waiting
            move spaces to report-file-record
            string "  WAITING    " cmt-report(cmt-idx)(1:40)
                   " " cmt-recipient(cmt-idx)
                   " due " due-disp
                   delimited by size into report-file-record
            perform write-detail-line
        when other
            perform report-overdue-commitment
    end-evaluate.

report-overdue-commitment.
    add 1 to reports-overdue
    perform find-producing-step

    move spaces to report-file-record
    string "  OVERDUE    " cmt-report(cmt-idx)(1:40)
           " " cmt-recipient(cmt-idx)
           " was due " due-disp
           " and has not been delivered"
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    if producer-step = spaces
        string "             upstream: "
               function trim(producer-state)
               delimited by size into report-file-record
    else
        string "             upstream: step "
               function trim(producer-step)
               " (" function trim(producer-program) ") "
               function trim(producer-state)
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    move "WARN" to alert-severity
    move "DLW201W" to alert-msg-id
    move spaces to alert-message
    if producer-step = spaces
        string "report " function trim(cmt-report(cmt-idx))
               " for " function trim(cmt-recipient(cmt-idx))
               " overdue (committed " due-disp "); "
               function trim(producer-state)
               delimited by size into alert-message
    else
        string "report " function trim(cmt-report(cmt-idx))
               " for " function trim(cmt-recipient(cmt-idx))
               " overdue (committed " due-disp "); upstream step "
               function trim(producer-step) " "
               function trim(producer-state)
               delimited by size into alert-message
    end-if
    perform write-alert-entry.

find-today-delivery.
    move "N" to delivered-flag
    move spaces to delivered-word
    move spaces to delivered-at

    open input delivlog-file
    if delivlog-status <> "00"
        exit paragraph
    end-if

    read delivlog-file
    perform until delivlog-status = "10" or copy-was-delivered
        perform parse-delivlog-record
        if dl-when(1:10) = today-date-disp
           and dl-report = cmt-report(cmt-idx)
           and dl-recipient = cmt-recipient(cmt-idx)
           and dl-status(1:6) <> "FAILED"
            set copy-was-delivered to true
            move dl-when(12:8) to delivered-at
            move dl-timeliness to delivered-word
            if delivered-word = spaces or delivered-word = "-"
                move "DELIVERED" to delivered-word
            end-if
        end-if
        read delivlog-file
    end-perform

    close delivlog-file.

parse-delivlog-record.
    move spaces to dl-report
    move spaces to dl-dest
    move spaces to dl-recipient
    move spaces to dl-status
    move spaces to dl-when
    move spaces to dl-timeliness
    move spaces to dl-due

    unstring delivlog-record delimited by " | "
        into dl-report, dl-dest, dl-recipient, dl-status,
             dl-when, dl-timeliness, dl-due
    end-unstring.

find-producing-step.
    move spaces to producer-step
    move spaces to producer-program
    move spaces to producer-run
    move spaces to producer-state

    if cmt-producer(cmt-idx) <> spaces
       and cmt-producer(cmt-idx) <> "-"
        move cmt-producer(cmt-idx) to producer-step
    else
        perform search-step-dependencies
    end-if

    if producer-step = spaces
        move "no producing step on record (STEPDEPS.TXT)"
            to producer-state
        exit paragraph
    end-if

    perform find-producer-state.

search-step-dependencies.
    open input stepdeps-file
    if stepdeps-status <> "00"
        exit paragraph
    end-if

    read stepdeps-file
    perform until stepdeps-status = "10"
        move spaces to sd-run
        move spaces to sd-step
        move spaces to sd-program
        move spaces to sd-after
        move spaces to sd-datasets
        unstring stepdeps-record delimited by " | "
            into sd-run, sd-step, sd-program, sd-after, sd-datasets
        end-unstring
        if sd-run <> producer-run
            perform scan-step-datasets
        end-if
        read stepdeps-file
    end-perform

    close stepdeps-file.

scan-step-datasets.
    move 1 to sd-ptr
    perform until sd-ptr > length of sd-datasets
            or sd-datasets(sd-ptr:) = spaces
        move spaces to sd-token
        unstring sd-datasets
            delimited by all ","
            into sd-token
            with pointer sd-ptr
        end-unstring
        if sd-token = cmt-report(cmt-idx)
            move sd-run to producer-run
            move sd-step to producer-step
            move sd-program to producer-program
            exit perform
        end-if
    end-perform.

find-producer-state.
    move "has not run in the current run (RUNSTATE)"
        to producer-state

    open input run-state-file
    if run-state-status <> "00"
        exit paragraph
    end-if

    read run-state-file
    perform until run-state-status = "10"
        move spaces to rs-word
        move spaces to rs-rc
        move spaces to rs-name
        move spaces to rs-program
        move spaces to rs-rest
        unstring run-state-record delimited by " | "
            into rs-word, rs-rc, rs-name, rs-program, rs-rest
        end-unstring
        if rs-name = producer-step and rs-word <> "STARTED"
            perform judge-producer-record
        end-if
        read run-state-file
    end-perform

    close run-state-file.

judge-producer-record.
    if producer-program = spaces
        move rs-program to producer-program
    end-if

    move spaces to producer-state
    evaluate true
        when rs-word = "RUNNING"
            move "is still running" to producer-state
        when rs-word = "DONE" and function trim(rs-rc) = "0"
            move "ended RC=0 - report not yet distributed"
                to producer-state
        when rs-word = "DONE"
            string "FAILED RC=" function trim(rs-rc)
                   delimited by size into producer-state
        when function trim(rs-rc) = "0"
            move rs-word to producer-state
        when other
            string function trim(rs-word)
                   " RC=" function trim(rs-rc)
                   delimited by size into producer-state
    end-evaluate.

run-monthly-report.
    move "MONTHLY ON-TIME REPORT DELIVERY" to rpt-program-title
    perform init-report-header

    move month-arg(1:4) to month-first-8(1:4)
    move month-arg(6:2) to month-first-8(5:2)
    move "01" to month-first-8(7:2)
    compute month-first-int = function integer-of-date(month-first-8)

    move 28 to month-days
    perform varying day-idx from 29 by 1 until day-idx > 31
        compute day-date-8 =
            function date-of-integer(month-first-int + day-idx - 1)
        if day-date-8(5:2) = month-arg(6:2)
            move day-idx to month-days
        end-if
    end-perform

    move month-days to month-last-day
    if month-first-8(1:6) = today-date-8(1:6)
        compute month-last-day = function numval(today-date-8(7:2))
    end-if
    if month-first-8(1:6) > today-date-8(1:6)
        move 0 to month-last-day
    end-if

    perform load-month-calendar
    perform load-month-deliveries

    move spaces to report-file-record
    string "Month " month-arg " - commitment days counted through day "
           month-last-day
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "REPORT                                   "
           "RECIPIENT            DUE    DAYS ON-TIME  LATE"
           " MISSED  ON-TIME%"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying cmt-idx from 1 by 1 until cmt-idx > cmt-count
        perform report-one-commitment-month
    end-perform

    move 0 to cm-pct
    if tot-days > 0
        compute cm-pct rounded = tot-on-time * 100 / tot-days
    end-if
    move cm-pct to cm-pct-disp
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "All commitments: committed days " tot-days
           "  on time " tot-on-time
           "  late " tot-late
           "  missed " tot-missed
           "  on-time " cm-pct-disp "%"
           delimited by size into report-file-record
    perform write-detail-line.

load-month-calendar.
    perform varying day-idx from 1 by 1 until day-idx > 31
        move space to month-flag(day-idx)
    end-perform

    open input calendar-file
    if calendar-status = "00"
        read calendar-file
        perform until calendar-status = "10"
            if cal-file-date(1:7) = month-arg
               and cal-file-date(9:2) is numeric
                move cal-file-flag
                    to month-flag(function numval(cal-file-date(9:2)))
            end-if
            read calendar-file
        end-perform
        close calendar-file
    end-if

    perform varying day-idx from 1 by 1 until day-idx > month-days
        if month-flag(day-idx) = space
            compute cal-work-int = month-first-int + day-idx - 1
            compute cal-weekday = function mod(cal-work-int, 7)
            if cal-weekday = 6 or cal-weekday = 0
                move "W" to month-flag(day-idx)
            else
                move "B" to month-flag(day-idx)
            end-if
        end-if
    end-perform.

load-month-deliveries.
    move 0 to md-count

    open input delivlog-file
    if delivlog-status <> "00"
        exit paragraph
    end-if

    read delivlog-file
    perform until delivlog-status = "10"
        perform parse-delivlog-record
        if dl-when(1:7) = month-arg
           and dl-when(9:2) is numeric
           and dl-when(12:2) is numeric
           and dl-when(15:2) is numeric
           and dl-status(1:6) <> "FAILED"
           and md-count < MAX-MONTH-DELIVERIES
            add 1 to md-count
            move dl-report to md-report(md-count)
            move dl-recipient to md-recipient(md-count)
            compute md-day(md-count) = function numval(dl-when(9:2))
            compute md-hhmm(md-count) = function numval(dl-when(12:2)) * 100
                + function numval(dl-when(15:2))
            move dl-timeliness to md-timeliness(md-count)
        end-if
        read delivlog-file
    end-perform

    close delivlog-file.

report-one-commitment-month.
    move 0 to cm-days
    move 0 to cm-on-time
    move 0 to cm-late
    move 0 to cm-missed

    perform varying day-idx from 1 by 1 until day-idx > month-last-day
        if cmt-calendar(cmt-idx) = "DAILY"
           or month-flag(day-idx) = "B"
            add 1 to cm-days
            perform judge-commitment-day
            evaluate true
                when day-on-time
                    add 1 to cm-on-time
                when day-late
                    add 1 to cm-late
                when other
                    add 1 to cm-missed
            end-evaluate
        end-if
    end-perform

    add cm-days to tot-days
    add cm-on-time to tot-on-time
    add cm-late to tot-late
    add cm-missed to tot-missed

    move 0 to cm-pct
    if cm-days > 0
        compute cm-pct rounded = cm-on-time * 100 / cm-days
    end-if
    move cm-pct to cm-pct-disp

    move spaces to report-file-record
    string cmt-report(cmt-idx)(1:40) " "
           cmt-recipient(cmt-idx) " "
           cmt-due(cmt-idx)(1:2) ":" cmt-due(cmt-idx)(3:2) " "
           delimited by size into report-file-record
    move cm-days to count-disp
    move count-disp to report-file-record(69:5)
    move cm-on-time to count-disp
    move count-disp to report-file-record(76:5)
    move cm-late to count-disp
    move count-disp to report-file-record(82:5)
    move cm-missed to count-disp
    move count-disp to report-file-record(88:5)
    move cm-pct-disp to report-file-record(96:5)
    move "%" to report-file-record(101:1)
    perform write-detail-line.

judge-commitment-day.
    set day-missed to true

    perform varying md-idx from 1 by 1
            until md-idx > md-count or day-on-time
        if md-day(md-idx) = day-idx
           and md-report(md-idx) = cmt-report(cmt-idx)
           and md-recipient(md-idx) = cmt-recipient(cmt-idx)
            evaluate true
                when md-timeliness(md-idx) = "ON-TIME"
                    set day-on-time to true
                when md-timeliness(md-idx) = "LATE"
                    set day-late to true
                when md-hhmm(md-idx) <= cmt-due(cmt-idx)
                    set day-on-time to true
                when other
                    set day-late to true
            end-evaluate
        end-if
    end-perform.

lookup-calendar-flag.
    move space to cal-lookup-flag

    open input calendar-file
    if calendar-status = "00"
        read calendar-file
        perform until calendar-status = "10"
            if cal-file-date = cal-lookup-date
                move cal-file-flag to cal-lookup-flag
            end-if
            read calendar-file
        end-perform
        close calendar-file
    end-if

    if cal-lookup-flag = space
        move cal-lookup-date(1:4) to cal-work-8(1:4)
        move cal-lookup-date(6:2) to cal-work-8(5:2)
        move cal-lookup-date(9:2) to cal-work-8(7:2)
        compute cal-work-int =
            function integer-of-date(cal-work-8)
        compute cal-weekday = function mod(cal-work-int, 7)
        if cal-weekday = 6 or cal-weekday = 0
            move "W" to cal-lookup-flag
        else
            move "B" to cal-lookup-flag
        end-if
    end-if.

write-alert-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    perform resolve-audit-run-id

    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           " " audit-run-time(1:2) ":" audit-run-time(3:2) ":" audit-run-time(5:2)
           delimited by size into audit-timestamp-disp

    open extend alert-file
    if alert-file-status = "05" or alert-file-status = "35"
        open output alert-file
    end-if

    move spaces to alert-file-record
    string function trim(audit-program-id) " | "
           function trim(audit-timestamp-disp) " | run="
           audit-run-id " | "
           function trim(alert-severity) " | "
           alert-msg-id " "
           function trim(alert-message)
           delimited by size into alert-file-record
    write alert-file-record

    close alert-file.

init-report-header.
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
    move "-" to rpt-run-date-disp(8:1)
    move rpt-run-dd to rpt-run-date-disp(9:2)

    perform write-report-header.

write-report-header.
    add 1 to rpt-page-number
    move 0 to rpt-lines-on-page

    move spaces to report-file-record
    string function trim(rpt-program-title) "   DATE: " rpt-run-date-disp
           "   RUN: " audit-run-id
           "   UNIT: " function trim(audit-unit-id)
           "   WIN: " function trim(audit-window-id)
           "   PAGE: " rpt-page-number
           delimited by size into report-file-record
    write report-file-record
    move spaces to report-file-record
    write report-file-record
    add 2 to rpt-lines-on-page.

write-detail-line.
    if rpt-lines-on-page >= rpt-page-size
        perform write-report-header
    end-if
    write report-file-record
    add 1 to rpt-lines-on-page.

show-usage.
    display "Usage: delivery-watchdog -w <report-file>"
    display "       delivery-watchdog -m <yyyy-mm> <report-file>"
    display "  -w runs at (or after) the due times: checks each"
    display "  delivery commitment (DELIVCOMMIT.TXT, ""<report-file> |"
    display "  <recipient> | <due HHMM> | DAILY|BUSINESS |"
    display "  [producing-step]"") due today - BUSINESS commitments"
    display "  only on CALENDAR.TXT business days - against today's"
    display "  delivery log (DELIVLOG.TXT) and raises a WARN alert"
    display "  DLW201W for every committed report still undelivered"
    display "  after its due time, naming the upstream step that has"
    display "  not produced it (the producing step from the"
    display "  commitment, else the latest dispatcher run's step that"
    display "  declares the report in READS=/WRITES=/OUT= in"
    display "  STEPDEPS.TXT) and that step's state from RUNSTATE;"
    display "  RC 4 when anything is overdue"
    display "  -m reports the month's on-time delivery percentage per"
    display "  report and recipient for the service review: every"
    display "  committed day counts on time, late (delivered after"
    display "  the due time) or missed"
    move 16 to return-code
    stop run.

check-operator-authority.
    perform resolve-audit-operator

    open input operauth-file
    if operauth-status <> "00"
        exit paragraph
    end-if

    move "N" to oper-authorized-flag
    move spaces to oa-level

    read operauth-file
    perform until operauth-status = "10"
        perform scan-one-operauth-record
        read operauth-file
    end-perform

    close operauth-file

    if oper-authorized
        exit paragraph
    end-if

    display "REFUSED: operator " function trim(audit-operator-id)
            " is not authorized to run "
            function trim(audit-program-id)
            " (operator authorization master OPERAUTH.TXT)"
    move "OPERAUTH.TXT" to audit-input-value
    move spaces to audit-result-value
    string "AUTH DENIED for oper "
           function trim(audit-operator-id)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

scan-one-operauth-record.
    if function trim(operauth-record) = spaces
       or operauth-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to oa-operator
    move spaces to oa-programs
    move spaces to oa-rec-level

    unstring operauth-record delimited by " | "
        into oa-operator, oa-programs, oa-rec-level
    end-unstring

    if oa-operator <> audit-operator-id
        exit paragraph
    end-if

    move oa-rec-level to oa-level

    if oa-programs = "ALL"
        set oper-authorized to true
        exit paragraph
    end-if

    move 1 to oa-ptr
    perform until oper-authorized
            or oa-ptr > length of oa-programs
            or oa-programs(oa-ptr:) = spaces
        move spaces to oa-token
        unstring oa-programs
            delimited by all ","
            into oa-token
            with pointer oa-ptr
        end-unstring
        if oa-token = audit-program-id
            set oper-authorized to true
        end-if
    end-perform.

log-audit-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time

    perform resolve-audit-operator
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date

    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           " " audit-run-time(1:2) ":" audit-run-time(3:2) ":" audit-run-time(5:2)
           delimited by size into audit-timestamp-disp

    open extend audit-log
    if audit-log-status = "05" or audit-log-status = "35"
        open output audit-log
    end-if

    move spaces to audit-log-record
    string function trim(audit-program-id) " | "
           function trim(audit-timestamp-disp) " | "
           function trim(audit-input-value) " | "
           function trim(audit-result-value) " | oper="
           function trim(audit-operator-id) " | run="
           audit-run-id " | unit="
           function trim(audit-unit-id) " | win="
           function trim(audit-window-id) " | bus="
           audit-business-date(1:4) "-" audit-business-date(5:2) "-"
           audit-business-date(7:2)
           delimited by size into audit-log-record
    perform chain-audit-record
    write audit-log-record

    close audit-log.

chain-audit-record.
    move return-code to chain-rc-hold
    call "SYSTEM" using chain-lock-cmd

    move 0 to chain-prev

    open input chain-file
    if chain-status = "00"
        read chain-file
        if chain-status = "00"
           and function test-numval(chain-record) = 0
            compute chain-prev = function numval(chain-record)
        end-if
        close chain-file
    end-if

    move 0 to chain-hash
    compute chain-len = function length(
        function trim(audit-log-record trailing))
    perform varying chain-idx from 1 by 1
            until chain-idx > chain-len
        compute chain-hash =
            function mod(chain-hash * 31
                + function ord(audit-log-record(chain-idx:1)),
                1000000000)
    end-perform
    compute chain-hash =
        function mod(chain-hash + chain-prev * 7, 1000000000)
    move chain-hash to chain-disp

    move spaces to chain-work
    string function trim(audit-log-record trailing)
           " | chk=" chain-disp
           delimited by size into chain-work
    move chain-work(1:400) to audit-log-record

    open output chain-file
    move spaces to chain-record
    move chain-disp to chain-record(1:9)
    write chain-record
    close chain-file

    call "SYSTEM" using chain-unlock-cmd
    move chain-rc-hold to return-code.

resolve-audit-run-id.
    move 0 to audit-run-id
    move spaces to audit-run-id-env
    accept audit-run-id-env from environment "UTILRUNID"
        on exception
            continue
    end-accept
    if audit-run-id-env <> spaces
       and function test-numval(audit-run-id-env) = 0
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
        on exception
            continue
    end-accept
    if audit-operator-id = spaces
        accept audit-operator-id from environment "USER"
            on exception
                continue
        end-accept
    end-if
    if audit-operator-id = spaces
        move "unknown" to audit-operator-id
    end-if.

resolve-audit-unit.
    move spaces to audit-unit-id
    accept audit-unit-id from environment "UTILUNIT"
        on exception
            continue
    end-accept
    if audit-unit-id = spaces
        move "-" to audit-unit-id
    end-if.
resolve-audit-window.
    move spaces to audit-window-id
    accept audit-window-id from environment "UTILWINDOW"
        on exception
            continue
    end-accept
    if audit-window-id = spaces
        move "-" to audit-window-id
    end-if.
