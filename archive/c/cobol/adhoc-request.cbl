identification division.
program-id. adhoc-request.

environment division.
input-output section.
file-control.
    select adhoc-file assign to dynamic adhoc-filename
        organization is line sequential
        file status is adhoc-status.

    select adhoc-work assign to dynamic adhoc-work-name
        organization is line sequential
        file status is adhoc-work-status.

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
fd  adhoc-file.
    copy "adhoc-fd.cpy".

fd  adhoc-work.
01  adhoc-work-record    pic x(500).

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
copy "adhoc-ws.cpy".
copy "reportcat-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(120) occurs 6 times.

01 run-mode          pic x value space.
   88 mode-raise     value 'R'.
   88 mode-approve   value 'V'.
   88 mode-reject    value 'J'.
   88 mode-list      value 'L'.
   88 mode-daily     value 'D'.

01 report-filename   pic x(100).
01 report-file-status pic xx.

01 req-target-id     pic x(10).
01 req-found-flag    pic x value 'N'.
   88 req-found      value 'Y'.
01 req-ts            pic x(19).
01 req-max-no        pic 9(6) value 0.
01 req-no            pic 9(6).
01 requests-listed   pic 9(5) value 0.
01 bar-tally         binary-long.

01 new-program       pic x(30).
01 new-dept          pic x(8).
01 new-window        pic x(8).
01 new-reason        pic x(60).
01 new-args          pic x(120).

01 report-date       pic x(10).
01 report-date-8     pic 9(8).
01 report-section    pic x(10).
01 section-count     pic 9(5).
01 requests-read     pic 9(9) value 0.
01 count-raised      pic 9(5) value 0.
01 count-approved    pic 9(5) value 0.
01 count-run         pic 9(5) value 0.
01 count-rejected    pic 9(5) value 0.
01 count-waiting     pic 9(5) value 0.

01 today-date-8      pic 9(8).
01 today-date-disp   pic x(10).
01 del-status        binary-long.

procedure division.

main.
    move "adhoc-request" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform resolve-today

    evaluate true
        when mode-raise
            perform raise-adhoc-request
        when mode-approve
            perform approve-adhoc-request
        when mode-reject
            perform reject-adhoc-request
        when mode-list
            perform list-adhoc-requests
        when mode-daily
            perform run-daily-report
    end-evaluate

    stop run.

validate-args.
    accept argc from argument-number

    if argc < 1 or argc > 6
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate true
        when arg-val(1) = "-r" and (argc = 5 or argc = 6)
            set mode-raise to true
            move function lower-case(arg-val(2)) to new-program
            move function upper-case(arg-val(3)) to new-dept
            move function upper-case(arg-val(4)) to new-window
            move arg-val(5) to new-reason
            if argc = 6
                move arg-val(6) to new-args
            end-if
        when arg-val(1) = "-ap" and argc = 2
            set mode-approve to true
            move function upper-case(arg-val(2)) to req-target-id
        when arg-val(1) = "-rj" and argc = 3
            set mode-reject to true
            move function upper-case(arg-val(2)) to req-target-id
            move arg-val(3) to new-reason
        when arg-val(1) = "-l" and argc = 1
            set mode-list to true
        when arg-val(1) = "-d" and argc = 3
            set mode-daily to true
            move arg-val(2) to report-date
            move arg-val(3) to report-filename
        when other
            perform show-usage
    end-evaluate

    if (mode-approve or mode-reject) and req-target-id = spaces
        perform show-usage
    end-if

    if mode-raise
        if new-program = spaces or new-dept = spaces
           or new-reason = spaces
            perform show-usage
        end-if
        if new-window <> "MORNING" and new-window <> "MIDDAY"
           and new-window <> "NIGHT"
            display "Window must be MORNING, MIDDAY or NIGHT"
            move 16 to return-code
            stop run
        end-if
        if new-args = spaces
            move "-" to new-args
        end-if
    end-if

    if mode-raise or mode-reject
        move 0 to bar-tally
        inspect new-reason tallying bar-tally for all "|"
        inspect new-args tallying bar-tally for all "|"
        if bar-tally > 0
            display "Reason and arguments may not contain |"
            move 16 to return-code
            stop run
        end-if
    end-if

    if mode-daily
        if report-filename = spaces
            perform show-usage
        end-if
        if report-date(5:1) <> "-" or report-date(8:1) <> "-"
           or report-date(1:4) is not numeric
           or report-date(6:2) is not numeric
           or report-date(9:2) is not numeric
            display "Report date must be YYYY-MM-DD"
            move 16 to return-code
            stop run
        end-if
        move report-date(1:4) to report-date-8(1:4)
        move report-date(6:2) to report-date-8(5:2)
        move report-date(9:2) to report-date-8(7:2)
        if function test-date-yyyymmdd(report-date-8) <> 0
            display "Report date must be YYYY-MM-DD"
            move 16 to return-code
            stop run
        end-if
    end-if.

resolve-today.
    perform resolve-business-date
    move audit-business-date to today-date-8
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into today-date-disp.

make-request-timestamp.
    accept audit-run-time from time
    move spaces to req-ts
    string today-date-disp " "
           audit-run-time(1:2) ":" audit-run-time(3:2) ":"
           audit-run-time(5:2)
           delimited by size into req-ts.

find-adhoc-request.
    move "N" to req-found-flag
    move 0 to req-max-no

    open input adhoc-file
    if adhoc-status <> "00"
        exit paragraph
    end-if

    read adhoc-file
    perform until adhoc-status = "10"
        perform parse-adhoc-record
        if ah-rec-id(1:3) = "REQ" and ah-rec-id(4:6) is numeric
           and ah-rec-id(4:6) > req-max-no
            move ah-rec-id(4:6) to req-max-no
        end-if
        if ah-rec-id = req-target-id and ah-rec-id <> spaces
            set req-found to true
            exit perform
        end-if
        read adhoc-file
    end-perform

    close adhoc-file.

parse-adhoc-record.
    move spaces to ah-rec-id
    move spaces to ah-rec-state
    move spaces to ah-rec-program
    move spaces to ah-rec-dept
    move spaces to ah-rec-window
    move spaces to ah-rec-requester
    move spaces to ah-rec-raised
    move spaces to ah-rec-reason
    move spaces to ah-rec-args
    move spaces to ah-rec-decided-by
    move spaces to ah-rec-decided
    move spaces to ah-rec-run-id
    move spaces to ah-rec-rc
    move spaces to ah-rec-run-ts
    move spaces to ah-rec-note

    if function trim(adhoc-record) = spaces
       or adhoc-record(1:1) = "*"
        exit paragraph
    end-if

    unstring adhoc-record delimited by " | "
        into ah-rec-id, ah-rec-state, ah-rec-program,
             ah-rec-dept, ah-rec-window, ah-rec-requester,
             ah-rec-raised, ah-rec-reason, ah-rec-args,
             ah-rec-decided-by, ah-rec-decided, ah-rec-run-id,
             ah-rec-rc, ah-rec-run-ts, ah-rec-note
    end-unstring.

build-adhoc-line.
    move spaces to new-adhoc-line
    string function trim(ah-rec-id) " | "
           function trim(ah-rec-state) " | "
           function trim(ah-rec-program) " | "
           function trim(ah-rec-dept) " | "
           function trim(ah-rec-window) " | "
           function trim(ah-rec-requester) " | "
           ah-rec-raised " | "
           function trim(ah-rec-reason) " | "
           function trim(ah-rec-args) " | "
           function trim(ah-rec-decided-by) " | "
           function trim(ah-rec-decided) " | "
           function trim(ah-rec-run-id) " | "
           function trim(ah-rec-rc) " | "
           function trim(ah-rec-run-ts) " | "
           function trim(ah-rec-note)
           delimited by size into new-adhoc-line.

rewrite-adhoc-file.
    open output adhoc-work
    if adhoc-work-status <> "00"
        display "Ad-hoc request work file "
                function trim(adhoc-work-name)
                " could not be opened"
        move 16 to return-code
        stop run
    end-if

    open input adhoc-file
    read adhoc-file
    perform until adhoc-status = "10"
        move adhoc-record to adhoc-work-record
        move spaces to ah-scan-id
        unstring adhoc-record delimited by " | "
            into ah-scan-id
        end-unstring
        if ah-scan-id = req-target-id
            move new-adhoc-line to adhoc-work-record
        end-if
        write adhoc-work-record
        read adhoc-file
    end-perform
    close adhoc-file
    close adhoc-work

    open input adhoc-work
    open output adhoc-file
    read adhoc-work
    perform until adhoc-work-status = "10"
        move adhoc-work-record to adhoc-record
        write adhoc-record
        read adhoc-work
    end-perform
    close adhoc-work
    close adhoc-file

    call "CBL_DELETE_FILE" using adhoc-work-name
        returning del-status
    end-call.

raise-adhoc-request.
    move spaces to req-target-id
    perform find-adhoc-request
    compute req-no = req-max-no + 1
    move spaces to req-target-id
    string "REQ" req-no delimited by size into req-target-id

    perform make-request-timestamp

    move req-target-id to ah-rec-id
    move "PENDING" to ah-rec-state
    move new-program to ah-rec-program
    move new-dept to ah-rec-dept
    move new-window to ah-rec-window
    move audit-operator-id to ah-rec-requester
    move req-ts to ah-rec-raised
    move new-reason to ah-rec-reason
    move new-args to ah-rec-args
    move "-" to ah-rec-decided-by
    move "-" to ah-rec-decided
    move "-" to ah-rec-run-id
    move "-" to ah-rec-rc
    move "-" to ah-rec-run-ts
    move "-" to ah-rec-note
    perform build-adhoc-line

    open extend adhoc-file
    if adhoc-status = "05" or adhoc-status = "35"
        open output adhoc-file
    end-if
    move new-adhoc-line to adhoc-record
    write adhoc-record
    close adhoc-file

    display "Ad-hoc request " function trim(req-target-id)
            " recorded for " function trim(new-program)
            " in the " function trim(new-window) " window;"
    display "  a DIFFERENT operator (supervisor) must approve it"
            " with adhoc-request -ap " function trim(req-target-id)

    move req-target-id to audit-input-value
    move spaces to audit-result-value
    string "ADHOC RAISED: " function trim(new-program)
           " " function trim(new-args)
           " dept=" function trim(new-dept)
           " win=" function trim(new-window)
           " reason=" function trim(new-reason)
           delimited by size into audit-result-value
    perform log-audit-entry.

check-request-pending.
    perform find-adhoc-request
    if not req-found or ah-rec-state <> "PENDING"
        display "No pending ad-hoc request "
                function trim(req-target-id)
                " on file (ADHOCREQ.TXT)"
        move 16 to return-code
        stop run
    end-if

    if ah-rec-requester = audit-operator-id
        display "REFUSED: dual control - request "
                function trim(req-target-id)
                " was raised by " function trim(ah-rec-requester)
                " and must be decided by someone else"
        move req-target-id to audit-input-value
        move spaces to audit-result-value
        string "DUAL-CONTROL REFUSED: decider is requester "
               function trim(ah-rec-requester)
               delimited by size into audit-result-value
        perform log-audit-entry
        move 12 to return-code
        stop run
    end-if.

approve-adhoc-request.
    perform check-request-pending

    perform make-request-timestamp
    move "APPROVED" to ah-rec-state
    move audit-operator-id to ah-rec-decided-by
    move req-ts to ah-rec-decided
    perform build-adhoc-line
    perform rewrite-adhoc-file

    display "Ad-hoc request " function trim(req-target-id)
            " approved; batch-dispatcher runs it in the next "
            function trim(ah-rec-window) " window"

    move req-target-id to audit-input-value
    move spaces to audit-result-value
    string "ADHOC APPROVED: " function trim(ah-rec-program)
           " requested by " function trim(ah-rec-requester)
           delimited by size into audit-result-value
    perform log-audit-entry.

reject-adhoc-request.
    perform check-request-pending

    perform make-request-timestamp
    move "REJECTED" to ah-rec-state
    move audit-operator-id to ah-rec-decided-by
    move req-ts to ah-rec-decided
    move new-reason to ah-rec-note
    perform build-adhoc-line
    perform rewrite-adhoc-file

    display "Ad-hoc request " function trim(req-target-id)
            " rejected"

    move req-target-id to audit-input-value
    move spaces to audit-result-value
    string "ADHOC REJECTED: " function trim(new-reason)
           delimited by size into audit-result-value
    perform log-audit-entry.

list-adhoc-requests.
    open input adhoc-file
    if adhoc-status <> "00"
        display "No ad-hoc requests on file ("
                function trim(adhoc-filename) ")"
        exit paragraph
    end-if

    display "REQUEST    STATE      WINDOW   PROGRAM / ARGUMENTS"
    read adhoc-file
    perform until adhoc-status = "10"
        perform parse-adhoc-record
        if ah-rec-id <> spaces
           and (ah-rec-state = "PENDING" or ah-rec-state = "APPROVED")
            add 1 to requests-listed
            display ah-rec-id " " ah-rec-state " " ah-rec-window " "
                    function trim(ah-rec-program) " "
                    function trim(ah-rec-args)
            display "           raised by "
                    function trim(ah-rec-requester)
                    " (" function trim(ah-rec-dept) ") "
                    ah-rec-raised "  reason "
                    function trim(ah-rec-reason)
        end-if
        read adhoc-file
    end-perform

    close adhoc-file

    display requests-listed " open ad-hoc request(s)".

run-daily-report.
    move function current-date to rsum-start-stamp

    perform resolve-report-generation

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "AD-HOC REQUESTS" to rpt-program-title
    perform init-report-header

    move "RAISED" to report-section
    perform write-daily-section
    move "APPROVED" to report-section
    perform write-daily-section
    move "RUN" to report-section
    perform write-daily-section
    move "REJECTED" to report-section
    perform write-daily-section

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Day " report-date ": raised " count-raised
           "  approved " count-approved
           "  run " count-run
           "  rejected " count-rejected
           "  approved and still waiting " count-waiting
           delimited by size into report-file-record
    perform write-detail-line

    perform write-run-summary-footer

    close report-file

    move report-date to audit-input-value
    move spaces to audit-result-value
    string "daily: raised=" count-raised
           " approved=" count-approved
           " run=" count-run
           " rejected=" count-rejected
           delimited by size into audit-result-value
    perform log-audit-entry.

write-daily-section.
    move 0 to section-count

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "REQUESTS " function trim(report-section)
           " ON " report-date
           delimited by size into report-file-record
    perform write-detail-line

    open input adhoc-file
    if adhoc-status = "00"
        read adhoc-file
        perform until adhoc-status = "10"
            perform parse-adhoc-record
            if ah-rec-id <> spaces
                perform select-daily-request
            end-if
            read adhoc-file
        end-perform
        close adhoc-file
    end-if

    if section-count = 0
        move spaces to report-file-record
        move "  none" to report-file-record
        perform write-detail-line
    end-if.

select-daily-request.
    evaluate report-section
        when "RAISED"
            add 1 to requests-read
            if ah-rec-raised(1:10) <> report-date
                exit paragraph
            end-if
            add 1 to count-raised
        when "APPROVED"
            if ah-rec-decided(1:10) <> report-date
               or ah-rec-state = "REJECTED"
               or ah-rec-state = "PENDING"
                exit paragraph
            end-if
            add 1 to count-approved
            if ah-rec-state = "APPROVED"
                add 1 to count-waiting
            end-if
        when "RUN"
            if ah-rec-run-ts(1:10) <> report-date
               or (ah-rec-state <> "RUN-OK"
                   and ah-rec-state <> "RUN-FAILED")
                exit paragraph
            end-if
            add 1 to count-run
        when "REJECTED"
            if not (ah-rec-state = "REJECTED"
                    and ah-rec-decided(1:10) = report-date)
               and not (ah-rec-state = "REFUSED"
                        and ah-rec-run-ts(1:10) = report-date)
                exit paragraph
            end-if
            add 1 to count-rejected
    end-evaluate

    add 1 to section-count

    move spaces to report-file-record
    evaluate report-section
        when "RAISED"
            string "  " ah-rec-id " " ah-rec-program(1:20) " "
                   ah-rec-dept " " ah-rec-window " by "
                   function trim(ah-rec-requester) ": "
                   function trim(ah-rec-reason)
                   delimited by size into report-file-record
        when "RUN"
            string "  " ah-rec-id " " ah-rec-program(1:20) " "
                   ah-rec-state " run=" ah-rec-run-id
                   " RC=" function trim(ah-rec-rc)
                   " at " ah-rec-run-ts
                   delimited by size into report-file-record
        when "REJECTED"
            if ah-rec-state = "REFUSED"
                string "  " ah-rec-id " " ah-rec-program(1:20)
                       " refused at dispatch run=" ah-rec-run-id
                       " (requester "
                       function trim(ah-rec-requester)
                       " not authorized for the program)"
                       delimited by size into report-file-record
                perform write-detail-line
                exit paragraph
            end-if
            string "  " ah-rec-id " " ah-rec-program(1:20) " by "
                   function trim(ah-rec-decided-by)
                   " at " ah-rec-decided ": "
                   function trim(ah-rec-note)
                   delimited by size into report-file-record
        when other
            string "  " ah-rec-id " " ah-rec-program(1:20) " "
                   ah-rec-state " by "
                   function trim(ah-rec-decided-by)
                   " at " ah-rec-decided
                   delimited by size into report-file-record
    end-evaluate
    perform write-detail-line.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: requests read " requests-read
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
    display "Usage: adhoc-request -r <program-id> <dept> <window>"
            " <reason> [<arguments>]"
    display "       adhoc-request -ap <request-id>"
    display "       adhoc-request -rj <request-id> <reason>"
    display "       adhoc-request -l"
    display "       adhoc-request -d <yyyy-mm-dd> <report-file>"
    display "  keeps the ad-hoc run request file ADHOCREQ.TXT:"
    display "  -r records a request (REQnnnnnn) to run a program"
    display "  once, with its arguments (quoted, as one argument),"
    display "  the requester's department for chargeback, the"
    display "  processing window (MORNING, MIDDAY, NIGHT) and the"
    display "  reason; a DIFFERENT operator approves (-ap) or"
    display "  rejects (-rj) it (dual control)"
    display "  batch-dispatcher runs the approved requests for its"
    display "  window after the control file, as steps named"
    display "  ADHOC-<request-id> charged with DEPT=<dept>, once"
    display "  the requester is confirmed in OPERAUTH.TXT for the"
    display "  program, and writes the run number and RC back onto"
    display "  the request"
    display "  -l lists the pending and approved requests; -d"
    display "  reports the requests raised, approved, run and"
    display "  rejected (by the approver, or refused at dispatch)"
    display "  on a day, written as the next generation"
    display "  <report-file>.gNNNN and catalogued in REPORTCAT.TXT"
    display "  every request and decision is written to the audit log"
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
    move requests-read to eh-records-count
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
