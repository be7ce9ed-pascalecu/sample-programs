identification division.
program-id. incident-log.

environment division.
input-output section.
file-control.
    select incident-file assign to dynamic incident-filename
        organization is line sequential
        file status is incident-status.

    select incident-work assign to dynamic incident-work-name
        organization is line sequential
        file status is incident-work-status.

    select problem-file assign to dynamic problem-filename
        organization is line sequential
        file status is problem-status.

    select problem-work assign to dynamic problem-work-name
        organization is line sequential
        file status is problem-work-status.

    select reportcat-file assign to dynamic reportcat-filename
        organization is line sequential
        file status is reportcat-status.

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

    select elapsed-hist-file assign to dynamic elapsed-hist-filename
        organization is line sequential
        file status is elapsed-hist-status.

data division.
file section.
fd  incident-file.
    copy "incident-fd.cpy".

fd  incident-work.
01  incident-work-record pic x(400).

fd  problem-file.
01  problem-record       pic x(300).

fd  problem-work.
01  problem-work-record  pic x(300).

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  report-file.
01  report-file-record   pic x(132).

fd  operauth-file.
    copy "operauth-fd.cpy".

fd  chain-file.
01  chain-record      pic x(20).

fd  audit-log.
    copy "auditlog-fd.cpy".

fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

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
copy "incident-ws.cpy".
copy "reportcat-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

01 run-mode          pic x value space.
   88 mode-cause     value 'U'.
   88 mode-close     value 'C'.
   88 mode-list      value 'L'.
   88 mode-monthly   value 'M'.

01 incident-work-name   pic x(100) value "INCIDENTS.WORK.TXT".
01 incident-work-status pic xx.
01 problem-filename     pic x(100) value "PROBLEMS.TXT".
01 problem-status       pic xx.
01 problem-work-name    pic x(100) value "PROBLEMS.WORK.TXT".
01 problem-work-status  pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.

01 inc-target-id     pic x(10).
01 inc-found-flag    pic x value 'N'.
   88 inc-found      value 'Y'.
01 inc-scan-id       pic x(10).
01 inc-ts            pic x(19).
01 new-inc-line      pic x(400).
01 new-cause         pic x(60).
01 new-fix           pic x(80).
01 bar-tally         binary-long.
01 incidents-listed  pic 9(5) value 0.
01 incidents-read    pic 9(9) value 0.

01 prb-rec-id        pic x(10).
01 prb-rec-step      pic x(30).
01 prb-rec-cause     pic x(60).
01 prb-rec-first     pic x(10).
01 prb-rec-last      pic x(10).
01 prb-rec-count     pic x(9).
01 prb-rec-last-inc  pic x(10).
01 prb-match-cause   pic x(60).
01 prb-first-hold    pic x(10).
01 prb-cause-hold    pic x(60).
01 prb-found-flag    pic x value 'N'.
   88 prb-found      value 'Y'.
01 prb-max-no        pic 9(6) value 0.
01 prb-no            pic 9(6).
01 prb-count         pic 9(9).
01 prb-target-id     pic x(10).
01 prb-scan-id       pic x(10).
01 new-prb-line      pic x(300).

01 report-month      pic x(7).
01 month-check-8     pic 9(8).

01 ts-work           pic x(19).
01 ts-date-8         pic 9(8).
01 ts-minutes        pic s9(11) comp.
01 ts-bad-flag       pic x.
   88 ts-is-bad      value 'Y'.
01 open-minutes      pic s9(11) comp.
01 resolve-minutes   pic s9(11) comp.

01 MAX-INC-PROGRAMS  constant as 100.
01 ip-count          binary-long value 0.
01 ip-table.
   05 ip-entry       occurs 100 times.
      10 ip-program  pic x(30).
      10 ip-opened   pic 9(5).
      10 ip-closed   pic 9(5).
      10 ip-open     pic 9(5).
      10 ip-resolved pic 9(5).
      10 ip-minutes  pic 9(11).
01 ip-idx            binary-long.

01 MAX-INC-PROBLEMS  constant as 200.
01 mp-count          binary-long value 0.
01 mp-table.
   05 mp-entry       occurs 200 times.
      10 mp-id       pic x(10).
      10 mp-month    pic 9(5).
      10 mp-total    pic 9(9).
      10 mp-step     pic x(30).
      10 mp-cause    pic x(60).
      10 mp-taken    pic x.
01 mp-idx            binary-long.
01 best-idx          binary-long.
01 rank-no           pic 9(2).
01 ranks-shown       binary-long.

01 month-opened      pic 9(5) value 0.
01 month-closed      pic 9(5) value 0.
01 month-open        pic 9(5) value 0.
01 month-resolved    pic 9(5) value 0.
01 month-minutes     pic 9(11) value 0.
01 mttr-hours        pic 9(7)v9.
01 mttr-edit         pic zzzzzz9.9.

01 today-date-8      pic 9(8).
01 today-date-disp   pic x(10).
01 del-status        binary-long.

procedure division.

main.
    move "incident-log" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform resolve-today

    evaluate true
        when mode-cause
            perform record-incident-cause
        when mode-close
            perform close-incident
        when mode-list
            perform list-open-incidents
        when mode-monthly
            perform run-monthly-report
    end-evaluate

    stop run.

validate-args.
    accept argc from argument-number

    if argc < 1 or argc > 3
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate true
        when arg-val(1) = "-u" and argc = 3
            set mode-cause to true
            move function upper-case(arg-val(2)) to inc-target-id
            move arg-val(3) to new-cause
        when arg-val(1) = "-c" and argc = 3
            set mode-close to true
            move function upper-case(arg-val(2)) to inc-target-id
            move arg-val(3) to new-fix
        when arg-val(1) = "-l" and argc = 1
            set mode-list to true
        when arg-val(1) = "-m" and argc = 3
            set mode-monthly to true
            move arg-val(2) to report-month
            move arg-val(3) to report-filename
        when other
            perform show-usage
    end-evaluate

    if (mode-cause or mode-close) and inc-target-id = spaces
        perform show-usage
    end-if

    if mode-cause
        if new-cause = spaces or new-cause = "-"
            perform show-usage
        end-if
        move 0 to bar-tally
        inspect new-cause tallying bar-tally for all "|"
        if bar-tally > 0
            display "Cause text may not contain |"
            move 16 to return-code
            stop run
        end-if
    end-if

    if mode-close
        if new-fix = spaces or new-fix = "-"
            perform show-usage
        end-if
        move 0 to bar-tally
        inspect new-fix tallying bar-tally for all "|"
        if bar-tally > 0
            display "Fix text may not contain |"
            move 16 to return-code
            stop run
        end-if
    end-if

    if mode-monthly
        if report-filename = spaces
            perform show-usage
        end-if
        if report-month(5:1) <> "-"
           or report-month(1:4) is not numeric
           or report-month(6:2) is not numeric
            display "Report month must be YYYY-MM"
            move 16 to return-code
            stop run
        end-if
        move report-month(1:4) to month-check-8(1:4)
        move report-month(6:2) to month-check-8(5:2)
        move "01" to month-check-8(7:2)
        if function test-date-yyyymmdd(month-check-8) <> 0
            display "Report month must be YYYY-MM"
            move 16 to return-code
            stop run
        end-if
    end-if.

resolve-today.
    accept today-date-8 from date yyyymmdd
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into today-date-disp.

make-incident-timestamp.
    accept audit-run-time from time
    move spaces to inc-ts
    string today-date-disp " "
           audit-run-time(1:2) ":" audit-run-time(3:2) ":"
           audit-run-time(5:2)
           delimited by size into inc-ts.

find-incident-record.
    move "N" to inc-found-flag

    open input incident-file
    if incident-status <> "00"
        exit paragraph
    end-if

    read incident-file
    perform until incident-status = "10"
        perform parse-incident-record
        if inc-rec-id = inc-target-id and inc-rec-id <> spaces
            set inc-found to true
            exit perform
        end-if
        read incident-file
    end-perform

    close incident-file.

parse-incident-record.
    move spaces to inc-rec-id
    move spaces to inc-rec-state
    move spaces to inc-rec-run
    move spaces to inc-rec-step
    move spaces to inc-rec-program
    move spaces to inc-rec-rc
    move spaces to inc-rec-outcome
    move spaces to inc-rec-opened
    move spaces to inc-rec-cause
    move spaces to inc-rec-fix
    move spaces to inc-rec-closed
    move spaces to inc-rec-closed-by
    move spaces to inc-rec-problem

    if function trim(incident-record) = spaces
       or incident-record(1:1) = "*"
        exit paragraph
    end-if

    unstring incident-record delimited by " | "
        into inc-rec-id, inc-rec-state, inc-rec-run,
             inc-rec-step, inc-rec-program, inc-rec-rc,
             inc-rec-outcome, inc-rec-opened, inc-rec-cause,
             inc-rec-fix, inc-rec-closed, inc-rec-closed-by,
             inc-rec-problem
    end-unstring.

build-incident-line.
    move spaces to new-inc-line
    string function trim(inc-rec-id) " | "
           function trim(inc-rec-state) " | "
           function trim(inc-rec-run) " | "
           function trim(inc-rec-step) " | "
           function trim(inc-rec-program) " | "
           function trim(inc-rec-rc) " | "
           function trim(inc-rec-outcome) " | "
           inc-rec-opened " | "
           function trim(inc-rec-cause) " | "
           function trim(inc-rec-fix) " | "
           function trim(inc-rec-closed) " | "
           function trim(inc-rec-closed-by) " | "
           function trim(inc-rec-problem)
           delimited by size into new-inc-line.

rewrite-incident-log.
    open output incident-work
    if incident-work-status <> "00"
        display "Incident work file "
                function trim(incident-work-name)
                " could not be opened"
        move 16 to return-code
        stop run
    end-if

    open input incident-file
    read incident-file
    perform until incident-status = "10"
        move incident-record to incident-work-record
        move spaces to inc-scan-id
        unstring incident-record delimited by " | "
            into inc-scan-id
        end-unstring
        if inc-scan-id = inc-target-id
            move new-inc-line to incident-work-record
        end-if
        write incident-work-record
        read incident-file
    end-perform
    close incident-file
    close incident-work

    open input incident-work
    open output incident-file
    read incident-work
    perform until incident-work-status = "10"
        move incident-work-record to incident-record
        write incident-record
        read incident-work
    end-perform
    close incident-work
    close incident-file

    call "CBL_DELETE_FILE" using incident-work-name
        returning del-status
    end-call.

check-incident-open.
    perform find-incident-record
    if not inc-found
        display "Incident " function trim(inc-target-id)
                " is not in the incident log ("
                function trim(incident-filename) ")"
        move 16 to return-code
        stop run
    end-if

    if inc-rec-state <> "OPEN"
        display "Incident " function trim(inc-target-id)
                " is " function trim(inc-rec-state)
                " - only an OPEN incident can be updated"
        move 16 to return-code
        stop run
    end-if.

record-incident-cause.
    perform check-incident-open

    move new-cause to inc-rec-cause
    perform build-incident-line
    perform rewrite-incident-log

    display "Cause recorded for incident "
            function trim(inc-target-id) " ("
            function trim(inc-rec-step) ", "
            function trim(inc-rec-outcome) ")"

    move inc-target-id to audit-input-value
    move spaces to audit-result-value
    string "INCIDENT CAUSE: " function trim(new-cause)
           delimited by size into audit-result-value
    perform log-audit-entry.

close-incident.
    perform check-incident-open

    if inc-rec-cause = spaces or inc-rec-cause = "-"
        display "Incident " function trim(inc-target-id)
                " has no cause recorded - record it first with"
        display "  incident-log -u " function trim(inc-target-id)
                " <cause>"
        move 16 to return-code
        stop run
    end-if

    perform make-incident-timestamp
    perform link-problem-record

    move "CLOSED" to inc-rec-state
    move new-fix to inc-rec-fix
    move inc-ts to inc-rec-closed
    move audit-operator-id to inc-rec-closed-by
    move prb-target-id to inc-rec-problem
    perform build-incident-line
    perform rewrite-incident-log

    display "Incident " function trim(inc-target-id)
            " closed and linked to problem "
            function trim(prb-target-id)
    if prb-count > 1
        display "  REPEAT: " prb-count
                " incident(s) of step " function trim(inc-rec-step)
                " with this cause"
    end-if

    move inc-target-id to audit-input-value
    move spaces to audit-result-value
    string "INCIDENT CLOSED: problem " function trim(prb-target-id)
           " fix " function trim(new-fix)
           delimited by size into audit-result-value
    perform log-audit-entry.

link-problem-record.
    move "N" to prb-found-flag
    move 0 to prb-max-no
    move 0 to prb-count
    move spaces to prb-target-id
    move function upper-case(inc-rec-cause) to prb-match-cause

    open input problem-file
    if problem-status = "00"
        read problem-file
        perform until problem-status = "10"
            perform parse-problem-record
            if prb-rec-id(1:3) = "PRB"
               and prb-rec-id(4:6) is numeric
               and prb-rec-id(4:6) > prb-max-no
                move prb-rec-id(4:6) to prb-max-no
            end-if
            if not prb-found
               and prb-rec-id <> spaces
               and prb-rec-step = inc-rec-step
               and function upper-case(prb-rec-cause) = prb-match-cause
                set prb-found to true
                move prb-rec-id to prb-target-id
                move 0 to prb-count
                if function test-numval(prb-rec-count) = 0
                    compute prb-count = function numval(prb-rec-count)
                end-if
                move prb-rec-first to prb-first-hold
                move prb-rec-cause to prb-cause-hold
            end-if
            read problem-file
        end-perform
        close problem-file
    end-if

    if prb-found
        add 1 to prb-count
        move prb-target-id to prb-rec-id
        move inc-rec-step to prb-rec-step
        move prb-cause-hold to prb-rec-cause
        move prb-first-hold to prb-rec-first
        move inc-rec-opened(1:10) to prb-rec-last
        move prb-count to prb-rec-count
        move inc-rec-id to prb-rec-last-inc
        perform build-problem-line
        perform rewrite-problem-log
        exit paragraph
    end-if

    compute prb-no = prb-max-no + 1
    move spaces to prb-target-id
    string "PRB" prb-no delimited by size into prb-target-id
    move 1 to prb-count

    move prb-target-id to prb-rec-id
    move inc-rec-step to prb-rec-step
    move inc-rec-cause to prb-rec-cause
    move inc-rec-opened(1:10) to prb-rec-first
    move inc-rec-opened(1:10) to prb-rec-last
    move prb-count to prb-rec-count
    move inc-rec-id to prb-rec-last-inc
    perform build-problem-line

    open extend problem-file
    if problem-status = "05" or problem-status = "35"
        open output problem-file
    end-if
    move new-prb-line to problem-record
    write problem-record
    close problem-file.

parse-problem-record.
    move spaces to prb-rec-id
    move spaces to prb-rec-step
    move spaces to prb-rec-cause
    move spaces to prb-rec-first
    move spaces to prb-rec-last
    move spaces to prb-rec-count
    move spaces to prb-rec-last-inc

    if function trim(problem-record) = spaces
       or problem-record(1:1) = "*"
        exit paragraph
    end-if

    unstring problem-record delimited by " | "
        into prb-rec-id, prb-rec-step, prb-rec-cause,
             prb-rec-first, prb-rec-last, prb-rec-count,
             prb-rec-last-inc
    end-unstring.

build-problem-line.
    move spaces to new-prb-line
    string function trim(prb-rec-id) " | "
           function trim(prb-rec-step) " | "
           function trim(prb-rec-cause) " | "
           prb-rec-first " | "
           prb-rec-last " | "
           function trim(prb-rec-count) " | "
           function trim(prb-rec-last-inc)
           delimited by size into new-prb-line.

rewrite-problem-log.
    open output problem-work
    if problem-work-status <> "00"
        display "Problem work file "
                function trim(problem-work-name)
                " could not be opened"
        move 16 to return-code
        stop run
    end-if

    open input problem-file
    read problem-file
    perform until problem-status = "10"
        move problem-record to problem-work-record
        move spaces to prb-scan-id
        unstring problem-record delimited by " | "
            into prb-scan-id
        end-unstring
        if prb-scan-id = prb-target-id
            move new-prb-line to problem-work-record
        end-if
        write problem-work-record
        read problem-file
    end-perform
    close problem-file
    close problem-work

    open input problem-work
    open output problem-file
    read problem-work
    perform until problem-work-status = "10"
        move problem-work-record to problem-record
        write problem-record
        read problem-work
    end-perform
    close problem-work
    close problem-file

    call "CBL_DELETE_FILE" using problem-work-name
        returning del-status
    end-call.

list-open-incidents.
    open input incident-file
    if incident-status <> "00"
        display "No incidents on file ("
                function trim(incident-filename) ")"
        exit paragraph
    end-if

    display "INCIDENT   OUTCOME      STEP / PROGRAM"
    read incident-file
    perform until incident-status = "10"
        perform parse-incident-record
        if inc-rec-id <> spaces and inc-rec-state = "OPEN"
            add 1 to incidents-listed
            display inc-rec-id " " inc-rec-outcome " "
                    function trim(inc-rec-step) " ("
                    function trim(inc-rec-program) ")"
            display "           " function trim(inc-rec-run)
                    "  RC " function trim(inc-rec-rc)
                    "  opened " inc-rec-opened
                    "  cause " function trim(inc-rec-cause)
        end-if
        read incident-file
    end-perform

    close incident-file

    display incidents-listed " open incident(s)".

run-monthly-report.
    move function current-date to rsum-start-stamp

    open input incident-file
    if incident-status = "00"
        read incident-file
        perform until incident-status = "10"
            perform parse-incident-record
            if inc-rec-id <> spaces
                add 1 to incidents-read
                if inc-rec-opened(1:7) = report-month
                    perform tally-month-incident
                end-if
            end-if
            read incident-file
        end-perform
        close incident-file
    end-if

    if mp-count > 0
        open input problem-file
        if problem-status = "00"
            read problem-file
            perform until problem-status = "10"
                perform parse-problem-record
                perform match-month-problem
                read problem-file
            end-perform
            close problem-file
        end-if
    end-if

    perform resolve-report-generation

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "INCIDENT MTTR REPORT" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "Incidents opened in " report-month
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    perform write-program-section
    perform write-problem-section

    move spaces to report-file-record
    perform write-detail-line
    move 0 to mttr-hours
    if month-resolved > 0
        compute mttr-hours rounded =
            month-minutes / month-resolved / 60
    end-if
    move mttr-hours to mttr-edit
    move spaces to report-file-record
    string "Month " report-month ": incidents " month-opened
           "  closed " month-closed
           "  still open " month-open
           "  mean time to resolve " function trim(mttr-edit)
           " hour(s)"
           delimited by size into report-file-record
    perform write-detail-line

    perform write-run-summary-footer

    close report-file

    move report-month to audit-input-value
    move spaces to audit-result-value
    string "MTTR report: incidents=" month-opened
           " closed=" month-closed
           " mttr-hrs=" function trim(mttr-edit)
           delimited by size into audit-result-value
    perform log-audit-entry.

tally-month-incident.
    add 1 to month-opened

    perform varying ip-idx from 1 by 1 until ip-idx > ip-count
        if ip-program(ip-idx) = inc-rec-program
            exit perform
        end-if
    end-perform
    if ip-idx > ip-count
        if ip-count >= MAX-INC-PROGRAMS
            move ip-count to ip-idx
        else
            add 1 to ip-count
            move ip-count to ip-idx
            move inc-rec-program to ip-program(ip-idx)
            move 0 to ip-opened(ip-idx)
            move 0 to ip-closed(ip-idx)
            move 0 to ip-open(ip-idx)
            move 0 to ip-resolved(ip-idx)
            move 0 to ip-minutes(ip-idx)
        end-if
    end-if
    add 1 to ip-opened(ip-idx)

    if inc-rec-state <> "CLOSED"
        add 1 to month-open
        add 1 to ip-open(ip-idx)
        exit paragraph
    end-if

    add 1 to month-closed
    add 1 to ip-closed(ip-idx)

    perform compute-resolve-minutes
    if not ts-is-bad
        add 1 to month-resolved
        add resolve-minutes to month-minutes
        add 1 to ip-resolved(ip-idx)
        add resolve-minutes to ip-minutes(ip-idx)
    end-if

    if inc-rec-problem = spaces or inc-rec-problem = "-"
        exit paragraph
    end-if

    perform varying mp-idx from 1 by 1 until mp-idx > mp-count
        if mp-id(mp-idx) = inc-rec-problem
            exit perform
        end-if
    end-perform
    if mp-idx > mp-count
        if mp-count >= MAX-INC-PROBLEMS
            exit paragraph
        end-if
        add 1 to mp-count
        move mp-count to mp-idx
        move inc-rec-problem to mp-id(mp-idx)
        move 0 to mp-month(mp-idx)
        move 0 to mp-total(mp-idx)
        move inc-rec-step to mp-step(mp-idx)
        move inc-rec-cause to mp-cause(mp-idx)
        move "N" to mp-taken(mp-idx)
    end-if
    add 1 to mp-month(mp-idx).

compute-resolve-minutes.
    move 0 to resolve-minutes
    move inc-rec-opened to ts-work
    perform timestamp-to-minutes
    if ts-is-bad
        exit paragraph
    end-if
    move ts-minutes to open-minutes

    move inc-rec-closed to ts-work
    perform timestamp-to-minutes
    if ts-is-bad
        exit paragraph
    end-if

    compute resolve-minutes = ts-minutes - open-minutes
    if resolve-minutes < 0
        move 0 to resolve-minutes
    end-if.

timestamp-to-minutes.
    move "N" to ts-bad-flag
    move 0 to ts-minutes

    if ts-work(1:4) is not numeric
       or ts-work(6:2) is not numeric
       or ts-work(9:2) is not numeric
       or ts-work(12:2) is not numeric
       or ts-work(15:2) is not numeric
        set ts-is-bad to true
        exit paragraph
    end-if

    move ts-work(1:4) to ts-date-8(1:4)
    move ts-work(6:2) to ts-date-8(5:2)
    move ts-work(9:2) to ts-date-8(7:2)
    if function test-date-yyyymmdd(ts-date-8) <> 0
        set ts-is-bad to true
        exit paragraph
    end-if

    compute ts-minutes =
        function integer-of-date(ts-date-8) * 1440
        + function numval(ts-work(12:2)) * 60
        + function numval(ts-work(15:2)).

match-month-problem.
    if prb-rec-id = spaces
        exit paragraph
    end-if

    perform varying mp-idx from 1 by 1 until mp-idx > mp-count
        if mp-id(mp-idx) = prb-rec-id
            if function test-numval(prb-rec-count) = 0
                compute mp-total(mp-idx) =
                    function numval(prb-rec-count)
            end-if
            move prb-rec-step to mp-step(mp-idx)
            move prb-rec-cause to mp-cause(mp-idx)
            exit perform
        end-if
    end-perform.

write-program-section.
    move spaces to report-file-record
    string "PROGRAM                         OPENED  CLOSED"
           "  STILL-OPEN  MTTR(HRS)"
           delimited by size into report-file-record
    perform write-detail-line

    if ip-count = 0
        move spaces to report-file-record
        move "  no incidents opened this month" to report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    perform varying ip-idx from 1 by 1 until ip-idx > ip-count
        move 0 to mttr-hours
        if ip-resolved(ip-idx) > 0
            compute mttr-hours rounded =
                ip-minutes(ip-idx) / ip-resolved(ip-idx) / 60
        end-if
        move mttr-hours to mttr-edit
        move spaces to report-file-record
        string ip-program(ip-idx) "  "
               ip-opened(ip-idx) "   "
               ip-closed(ip-idx) "       "
               ip-open(ip-idx) "  "
               mttr-edit
               delimited by size into report-file-record
        perform write-detail-line
    end-perform.

write-problem-section.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "TOP RECURRING PROBLEMS (incidents this month / all time)"
           delimited by size into report-file-record
    perform write-detail-line

    move 0 to ranks-shown
    perform until ranks-shown >= 10
        move 0 to best-idx
        perform varying mp-idx from 1 by 1 until mp-idx > mp-count
            if mp-taken(mp-idx) = "N" and mp-total(mp-idx) > 1
                if best-idx = 0
                    move mp-idx to best-idx
                else
                    if mp-month(mp-idx) > mp-month(best-idx)
                       or (mp-month(mp-idx) = mp-month(best-idx)
                           and mp-total(mp-idx) > mp-total(best-idx))
                        move mp-idx to best-idx
                    end-if
                end-if
            end-if
        end-perform
        if best-idx = 0
            exit perform
        end-if
        move "Y" to mp-taken(best-idx)
        add 1 to ranks-shown
        move ranks-shown to rank-no
        move spaces to report-file-record
        string "  " rank-no ". " mp-id(best-idx) "  "
               mp-step(best-idx) "  "
               mp-month(best-idx) " / " mp-total(best-idx) "  "
               function trim(mp-cause(best-idx))
               delimited by size into report-file-record
        perform write-detail-line
    end-perform

    if ranks-shown = 0
        move spaces to report-file-record
        move "  no recurring problems among this month's incidents"
            to report-file-record
        perform write-detail-line
    end-if.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: incidents read " incidents-read
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

show-usage.
    display "Usage: incident-log -u <incident-id> <cause>"
    display "       incident-log -c <incident-id> <fix>"
    display "       incident-log -l"
    display "       incident-log -m <yyyy-mm> <report-file>"
    display "  maintains the incident log INCIDENTS.TXT that"
    display "  batch-dispatcher opens for every FAILED, TIMED-OUT or"
    display "  NOT-ARRIVED step"
    display "  -u records the cause of an OPEN incident; -c records"
    display "  the fix and closes it (the cause must be recorded"
    display "  first) - closing links the incident to the problem"
    display "  record in PROBLEMS.TXT for the same step and cause"
    display "  (opening a new problem the first time), so repeat"
    display "  failures gather under one problem"
    display "  -l lists the OPEN incidents"
    display "  -m reports the incidents opened in a month: counts"
    display "  by program, mean time to resolve, and the top ten"
    display "  recurring problems; the report is written as the"
    display "  next generation <report-file>.gNNNN and catalogued"
    display "  in REPORTCAT.TXT"
    display "  every update is written to the audit log"
    move 16 to return-code
    stop run.

resolve-report-generation.
    move 0 to rcat-max-gen
    move report-filename to rcat-base-name

    open input reportcat-file
    if reportcat-status = "00"
        read reportcat-file
        perform until reportcat-status = "10"
            perform scan-one-catalog-record
            read reportcat-file
        end-perform
        close reportcat-file
    end-if

    compute rcat-gen = rcat-max-gen + 1

    move spaces to report-filename
    string function trim(rcat-base-name) ".g" rcat-gen
           delimited by size into report-filename

    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to rcat-date-8

    open extend reportcat-file
    if reportcat-status = "05" or reportcat-status = "35"
        open output reportcat-file
    end-if
    move spaces to reportcat-record
    string function trim(rcat-base-name) " | "
           rcat-date-8(1:4) "-" rcat-date-8(5:2) "-" rcat-date-8(7:2)
           " | run=" audit-run-id
           " | " rcat-gen
           " | " function trim(report-filename)
           delimited by size into reportcat-record
    write reportcat-record
    close reportcat-file.

scan-one-catalog-record.
    move spaces to rcat-rec-base
    move spaces to rcat-rec-date
    move spaces to rcat-rec-run
    move spaces to rcat-rec-gen
    move spaces to rcat-rec-actual

    unstring reportcat-record delimited by " | "
        into rcat-rec-base, rcat-rec-date, rcat-rec-run,
             rcat-rec-gen, rcat-rec-actual
    end-unstring

    if rcat-rec-base = rcat-base-name
       and function test-numval(rcat-rec-gen) = 0
        if function numval(rcat-rec-gen) > rcat-max-gen
            compute rcat-max-gen = function numval(rcat-rec-gen)
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


append-elapsed-history.
    perform resolve-audit-window
    if audit-window-id <> "-" and audit-window-id <> "NIGHT"
        move spaces to elapsed-hist-filename
        string "ELAPSED-HIST."
               function trim(audit-window-id) ".TXT"
               delimited by size into elapsed-hist-filename
    end-if
    move incidents-read to eh-records-count
    move 0 to eh-elapsed-hold
    if rsum-elapsed-secs > 0
        move rsum-elapsed-secs to eh-elapsed-hold
    end-if
    move 0 to eh-rc-hold
    if return-code > 0 and return-code < 10000
        move return-code to eh-rc-hold
    end-if
    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to eh-date-8
    move spaces to eh-run-date
    string eh-date-8(1:4) "-" eh-date-8(5:2) "-" eh-date-8(7:2)
           delimited by size into eh-run-date
    open extend elapsed-hist-file
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
