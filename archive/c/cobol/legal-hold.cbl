identification division.
program-id. legal-hold.

environment division.
input-output section.
file-control.
    select legalhold-file assign to dynamic legalhold-filename
        organization is line sequential
        file status is legalhold-status.

    select legalhold-work assign to dynamic legalhold-work-name
        organization is line sequential
        file status is legalhold-work-status.

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
fd  legalhold-file.
    copy "legalhold-fd.cpy".

fd  legalhold-work.
01  legalhold-work-record pic x(400).

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
copy "legalhold-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 8 times.

01 run-mode          pic x value space.
   88 mode-place     value 'P'.
   88 mode-release   value 'R'.
   88 mode-approve   value 'V'.
   88 mode-reject    value 'J'.
   88 mode-list      value 'L'.

01 legalhold-work-name   pic x(100) value "LEGALHOLD.WORK.TXT".
01 legalhold-work-status pic xx.

01 hold-target-id    pic x(12).
01 hold-found-flag   pic x value 'N'.
   88 hold-found     value 'Y'.
01 hold-scan-id      pic x(12).
01 hold-ts           pic x(19).
01 hold-prior-state  pic x(16).
01 hold-requester    pic x(20).
01 new-hold-line     pic x(400).
01 holds-listed      pic 9(5) value 0.

01 new-matter        pic x(60).
01 new-pattern       pic x(60).
01 new-program       pic x(30).
01 new-partner       pic x(12).
01 new-from          pic x(10).
01 new-to            pic x(10).
01 release-reason    pic x(60).

01 check-date        pic x(10).
01 check-date-8      pic 9(8).
01 date-bad-flag     pic x.
   88 date-is-bad    value 'Y'.

01 today-date-8      pic 9(8).
01 today-date-disp   pic x(10).
01 del-status        binary-long.

procedure division.

main.
    move "legal-hold" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform resolve-today

    evaluate true
        when mode-place
            perform request-hold-placement
        when mode-release
            perform request-hold-release
        when mode-approve
            perform approve-hold-request
        when mode-reject
            perform reject-hold-request
        when mode-list
            perform list-legal-holds
    end-evaluate

    stop run.

validate-args.
    accept argc from argument-number

    if argc < 1 or argc > 8
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate true
        when arg-val(1) = "-p" and argc = 8
            set mode-place to true
            move function upper-case(arg-val(2)) to hold-target-id
            move arg-val(3) to new-matter
            move arg-val(4) to new-pattern
            move arg-val(5) to new-program
            move function upper-case(arg-val(6)) to new-partner
            move arg-val(7) to new-from
            move arg-val(8) to new-to
        when arg-val(1) = "-r" and argc = 3
            set mode-release to true
            move function upper-case(arg-val(2)) to hold-target-id
            move arg-val(3) to release-reason
        when arg-val(1) = "-ap" and argc = 2
            set mode-approve to true
            move function upper-case(arg-val(2)) to hold-target-id
        when arg-val(1) = "-rj" and argc = 2
            set mode-reject to true
            move function upper-case(arg-val(2)) to hold-target-id
        when arg-val(1) = "-l" and argc = 1
            set mode-list to true
        when other
            perform show-usage
    end-evaluate

    if not mode-list and hold-target-id = spaces
        perform show-usage
    end-if

    if mode-release and release-reason = spaces
        perform show-usage
    end-if

    if mode-place
        if new-matter = spaces
            perform show-usage
        end-if
        if new-pattern = spaces
            move "-" to new-pattern
        end-if
        if new-program = spaces
            move "-" to new-program
        end-if
        if new-partner = spaces
            move "-" to new-partner
        end-if
        move new-from to check-date
        perform check-hold-date
        if date-is-bad
            display "Hold from-date must be YYYY-MM-DD or -"
            move 16 to return-code
            stop run
        end-if
        move new-to to check-date
        perform check-hold-date
        if date-is-bad
            display "Hold to-date must be YYYY-MM-DD or -"
            move 16 to return-code
            stop run
        end-if
        if new-from <> "-" and new-to <> "-" and new-from > new-to
            display "Hold from-date " new-from
                    " is after to-date " new-to
            move 16 to return-code
            stop run
        end-if
    end-if.

check-hold-date.
    move "N" to date-bad-flag

    if check-date = "-" or check-date = spaces
        exit paragraph
    end-if

    if check-date(5:1) <> "-" or check-date(8:1) <> "-"
       or check-date(1:4) is not numeric
       or check-date(6:2) is not numeric
       or check-date(9:2) is not numeric
        set date-is-bad to true
        exit paragraph
    end-if

    move check-date(1:4) to check-date-8(1:4)
    move check-date(6:2) to check-date-8(5:2)
    move check-date(9:2) to check-date-8(7:2)
    if function test-date-yyyymmdd(check-date-8) <> 0
        set date-is-bad to true
    end-if.

resolve-today.
    accept today-date-8 from date yyyymmdd
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into today-date-disp.

make-hold-timestamp.
    accept audit-run-time from time
    move spaces to hold-ts
    string today-date-disp " "
           audit-run-time(1:2) ":" audit-run-time(3:2) ":"
           audit-run-time(5:2)
           delimited by size into hold-ts.

find-hold-record.
    move "N" to hold-found-flag

    open input legalhold-file
    if legalhold-status <> "00"
        exit paragraph
    end-if

    read legalhold-file
    perform until legalhold-status = "10"
        perform parse-legalhold-record
        if lh-rec-id = hold-target-id and lh-rec-id <> spaces
            set hold-found to true
            exit perform
        end-if
        read legalhold-file
    end-perform

    close legalhold-file.

build-hold-line.
    move spaces to new-hold-line
    string function trim(lh-rec-id) " | "
           function trim(lh-rec-state) " | "
           function trim(lh-rec-matter) " | "
           function trim(lh-rec-pattern) " | "
           function trim(lh-rec-program) " | "
           function trim(lh-rec-partner) " | "
           function trim(lh-rec-from) " | "
           function trim(lh-rec-to) " | "
           function trim(lh-rec-start) " | "
           function trim(lh-rec-release) " | "
           function trim(lh-rec-requester) " | "
           lh-rec-req-ts " | "
           function trim(lh-rec-approver) " | "
           function trim(lh-rec-note)
           delimited by size into new-hold-line.

rewrite-hold-register.
    open output legalhold-work
    if legalhold-work-status <> "00"
        display "Legal hold work file "
                function trim(legalhold-work-name)
                " could not be opened"
        move 16 to return-code
        stop run
    end-if

    open input legalhold-file
    read legalhold-file
    perform until legalhold-status = "10"
        move legalhold-record to legalhold-work-record
        move spaces to hold-scan-id
        unstring legalhold-record delimited by " | "
            into hold-scan-id
        end-unstring
        if hold-scan-id = hold-target-id
            move new-hold-line to legalhold-work-record
        end-if
        write legalhold-work-record
        read legalhold-file
    end-perform
    close legalhold-file
    close legalhold-work

    open input legalhold-work
    open output legalhold-file
    read legalhold-work
    perform until legalhold-work-status = "10"
        move legalhold-work-record to legalhold-record
        write legalhold-record
        read legalhold-work
    end-perform
    close legalhold-work
    close legalhold-file

    call "CBL_DELETE_FILE" using legalhold-work-name
        returning del-status
    end-call.

request-hold-placement.
    perform find-hold-record
    if hold-found
        display "Legal hold " function trim(hold-target-id)
                " is already on the register (state "
                function trim(lh-rec-state) ")"
        move 16 to return-code
        stop run
    end-if

    perform make-hold-timestamp

    move hold-target-id to lh-rec-id
    move "PLACE-PENDING" to lh-rec-state
    move new-matter to lh-rec-matter
    move new-pattern to lh-rec-pattern
    move new-program to lh-rec-program
    move new-partner to lh-rec-partner
    move new-from to lh-rec-from
    move new-to to lh-rec-to
    move "-" to lh-rec-start
    move "-" to lh-rec-release
    move audit-operator-id to lh-rec-requester
    move hold-ts to lh-rec-req-ts
    move "-" to lh-rec-approver
    move "-" to lh-rec-note
    perform build-hold-line

    open extend legalhold-file
    if legalhold-status = "05" or legalhold-status = "35"
        open output legalhold-file
    end-if
    move new-hold-line to legalhold-record
    write legalhold-record
    close legalhold-file

    display "Legal hold " function trim(hold-target-id)
            " recorded and protecting its scope now; a DIFFERENT"
    display "  operator must confirm it with legal-hold -ap "
            function trim(hold-target-id)

    move hold-target-id to audit-input-value
    move spaces to audit-result-value
    string "HOLD PLACE REQUESTED: " function trim(new-matter)
           " scope dsn=" function trim(new-pattern)
           " pgm=" function trim(new-program)
           " partner=" function trim(new-partner)
           " " function trim(new-from) ".." function trim(new-to)
           delimited by size into audit-result-value
    perform log-audit-entry.

request-hold-release.
    perform find-hold-record
    if not hold-found
        display "Legal hold " function trim(hold-target-id)
                " is not on the register (LEGALHOLD.TXT)"
        move 16 to return-code
        stop run
    end-if

    if lh-rec-state <> "ACTIVE"
        display "Legal hold " function trim(hold-target-id)
                " is " function trim(lh-rec-state)
                " - only an ACTIVE hold can be released"
        move 16 to return-code
        stop run
    end-if

    perform make-hold-timestamp
    move "RELEASE-PENDING" to lh-rec-state
    move audit-operator-id to lh-rec-requester
    move hold-ts to lh-rec-req-ts
    move release-reason to lh-rec-note
    perform build-hold-line
    perform rewrite-hold-register

    display "Release of legal hold " function trim(hold-target-id)
            " requested; the hold stays in force until a"
    display "  DIFFERENT operator confirms it with legal-hold -ap "
            function trim(hold-target-id)

    move hold-target-id to audit-input-value
    move spaces to audit-result-value
    string "HOLD RELEASE REQUESTED: " function trim(release-reason)
           delimited by size into audit-result-value
    perform log-audit-entry.

approve-hold-request.
    perform find-hold-record
    if not hold-found
       or (lh-rec-state <> "PLACE-PENDING"
           and lh-rec-state <> "RELEASE-PENDING")
        display "No pending request for legal hold "
                function trim(hold-target-id)
                " on the register (LEGALHOLD.TXT)"
        move 16 to return-code
        stop run
    end-if

    if lh-rec-requester = audit-operator-id
        display "REFUSED: dual control - the request for legal hold "
                function trim(hold-target-id)
                " was made by operator "
                function trim(lh-rec-requester)
                " and must be confirmed by someone else"
        move hold-target-id to audit-input-value
        move spaces to audit-result-value
        string "DUAL-CONTROL REFUSED: approver is requester "
               function trim(lh-rec-requester)
               delimited by size into audit-result-value
        perform log-audit-entry
        move 12 to return-code
        stop run
    end-if

    move lh-rec-state to hold-prior-state
    move lh-rec-requester to hold-requester
    move audit-operator-id to lh-rec-approver

    if hold-prior-state = "PLACE-PENDING"
        move "ACTIVE" to lh-rec-state
        move today-date-disp to lh-rec-start
    else
        move "RELEASED" to lh-rec-state
        move today-date-disp to lh-rec-release
    end-if

    perform build-hold-line
    perform rewrite-hold-register

    display "Legal hold " function trim(hold-target-id)
            " is now " function trim(lh-rec-state)

    move hold-target-id to audit-input-value
    move spaces to audit-result-value
    if lh-rec-state = "ACTIVE"
        string "HOLD PLACED: "
               function trim(lh-rec-matter)
               delimited by size into audit-result-value
    else
        string "HOLD RELEASED: "
               function trim(lh-rec-note)
               delimited by size into audit-result-value
    end-if
    move audit-result-value to new-hold-line
    move spaces to audit-result-value
    string function trim(new-hold-line)
           " (dual control: requested by "
           function trim(hold-requester)
           ", approved by " function trim(audit-operator-id) ")"
           delimited by size into audit-result-value
    perform log-audit-entry.

reject-hold-request.
    perform find-hold-record
    if not hold-found
       or (lh-rec-state <> "PLACE-PENDING"
           and lh-rec-state <> "RELEASE-PENDING")
        display "No pending request for legal hold "
                function trim(hold-target-id)
                " on the register (LEGALHOLD.TXT)"
        move 16 to return-code
        stop run
    end-if

    move lh-rec-state to hold-prior-state
    move lh-rec-requester to hold-requester
    move audit-operator-id to lh-rec-approver

    if hold-prior-state = "PLACE-PENDING"
        move "REJECTED" to lh-rec-state
    else
        move "ACTIVE" to lh-rec-state
        move "release rejected" to lh-rec-note
    end-if

    perform build-hold-line
    perform rewrite-hold-register

    display "Request for legal hold " function trim(hold-target-id)
            " rejected - hold is now " function trim(lh-rec-state)

    move hold-target-id to audit-input-value
    move spaces to audit-result-value
    string "HOLD " function trim(hold-prior-state)
           " REJECTED: requested by " function trim(hold-requester)
           ", rejected by " function trim(audit-operator-id)
           delimited by size into audit-result-value
    perform log-audit-entry.

list-legal-holds.
    open input legalhold-file
    if legalhold-status <> "00"
        display "No legal holds on file ("
                function trim(legalhold-filename) ")"
        exit paragraph
    end-if

    display "HOLD         STATE            MATTER"
    read legalhold-file
    perform until legalhold-status = "10"
        perform parse-legalhold-record
        if lh-rec-id <> spaces
            add 1 to holds-listed
            display lh-rec-id " " lh-rec-state " "
                    function trim(lh-rec-matter)
            display "             scope dsn "
                    function trim(lh-rec-pattern)
                    "  program " function trim(lh-rec-program)
                    "  partner " function trim(lh-rec-partner)
                    "  dates " function trim(lh-rec-from)
                    " to " function trim(lh-rec-to)
            display "             start " function trim(lh-rec-start)
                    "  release " function trim(lh-rec-release)
                    "  last request by "
                    function trim(lh-rec-requester)
                    " " lh-rec-req-ts
                    "  approved by " function trim(lh-rec-approver)
        end-if
        read legalhold-file
    end-perform

    close legalhold-file

    display holds-listed " legal hold(s)".

show-usage.
    display "Usage: legal-hold -p <hold-id> <matter> <dataset-pattern>"
            " <program-id> <partner-id> <from-date> <to-date>"
    display "       legal-hold -r <hold-id> <reason>"
    display "       legal-hold -ap <hold-id>"
    display "       legal-hold -rj <hold-id>"
    display "       legal-hold -l"
    display "  maintains the legal-hold register LEGALHOLD.TXT; a"
    display "  hold's scope is a dataset name pattern (one * wildcard"
    display "  allowed), a program id, a partner id, and a date range"
    display "  (YYYY-MM-DD) - use - for any part that does not apply;"
    display "  every part given must match for an item to be held"
    display "  -p records a hold as PLACE-PENDING and -r asks for an"
    display "  ACTIVE hold's release; each must be confirmed (-ap) or"
    display "  rejected (-rj) by a DIFFERENT operator (dual control)"
    display "  a hold protects its scope from the moment it is"
    display "  requested until its release is confirmed;"
    display "  retention-sweep, audit-archive, and report-housekeeper"
    display "  skip everything in scope and list what they kept"
    display "  every request and decision is written to the audit log"
    move 16 to return-code
    stop run.

parse-legalhold-record.
    move spaces to lh-rec-id
    move spaces to lh-rec-state
    move spaces to lh-rec-matter
    move spaces to lh-rec-pattern
    move spaces to lh-rec-program
    move spaces to lh-rec-partner
    move spaces to lh-rec-from
    move spaces to lh-rec-to
    move spaces to lh-rec-start
    move spaces to lh-rec-release
    move spaces to lh-rec-requester
    move spaces to lh-rec-req-ts
    move spaces to lh-rec-approver
    move spaces to lh-rec-note

    if function trim(legalhold-record) = spaces
       or legalhold-record(1:1) = "*"
        exit paragraph
    end-if

    unstring legalhold-record delimited by " | "
        into lh-rec-id, lh-rec-state, lh-rec-matter,
             lh-rec-pattern, lh-rec-program, lh-rec-partner,
             lh-rec-from, lh-rec-to, lh-rec-start,
             lh-rec-release, lh-rec-requester, lh-rec-req-ts,
             lh-rec-approver, lh-rec-note
    end-unstring.

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
