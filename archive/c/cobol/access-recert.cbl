identification division.
program-id. access-recert.

environment division.
input-output section.
file-control.
    select review-file assign to dynamic review-filename
        organization is line sequential
        file status is review-status.

    select audit-master assign to dynamic audit-master-filename
        organization is indexed
        access mode is sequential
        record key is audit-master-key
        file status is audit-master-status.

    select sod-file assign to dynamic sod-filename
        organization is line sequential
        file status is sod-status.

    select sign-file assign to dynamic sign-filename
        organization is line sequential
        file status is sign-status.

    select sign-work assign to dynamic sign-work-name
        organization is line sequential
        file status is sign-work-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.

    select ctlparm-file assign to dynamic ctlparm-filename
        organization is line sequential
        file status is ctlparm-status.

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
fd  review-file.
01  review-record        pic x(250).

fd  audit-master.
    copy "auditmstr-fd.cpy".

fd  sod-file.
01  sod-record           pic x(200).

fd  sign-file.
01  sign-record          pic x(200).

fd  sign-work.
01  sign-work-record     pic x(200).

fd  report-file.
01  report-file-record   pic x(132).

fd  ctlparm-file.
    copy "ctlparm-fd.cpy".

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
copy "elapsed-ws.cpy".
copy "ctlparm-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 run-mode          pic x value space.
   88 mode-review    value 'R'.
   88 mode-signoff   value 'S'.

01 review-filename      pic x(100) value "OPERAUTH.TXT".
01 review-status        pic xx.
01 audit-master-filename pic x(100) value "AUDITMSTR.DAT".
01 audit-master-status  pic xx.
01 sod-filename         pic x(100) value "SODRULES.TXT".
01 sod-status           pic xx.
01 sign-filename        pic x(100) value "RECERTSIGN.TXT".
01 sign-status          pic xx.
01 sign-work-name       pic x(100) value "RECERTSIGN.WORK.TXT".
01 sign-work-status     pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.

01 RECERT-DAYS-DEFAULT constant as 90.
01 unused-days          pic 9(5) value 90.

01 today-date-8      pic 9(8).
01 today-date-disp   pic x(10).
01 today-int         pic s9(9) comp.
01 last-date-8       pic 9(8).
01 idle-days         pic s9(9) comp.
01 idle-days-disp    pic z(4)9.

01 rv-operator       pic x(20).
01 rv-programs       pic x(200).
01 rv-level          pic x(4).
01 rv-token          pic x(30).
01 rv-ptr            binary-long.

01 MAX-RIGHTS constant as 2000.
01 rt-count          binary-long value 0.
01 rt-table.
   05 rt-entry       occurs 1 to MAX-RIGHTS
                      depending on rt-count.
      10 rt-oper     pic x(20).
      10 rt-right    pic x(30).
      10 rt-level    pic x(4).
      10 rt-last     pic x(10).
      10 rt-unused   pic x.
      10 rt-sod      pic x.
01 rt-idx            binary-long.
01 rt-jdx            binary-long.
01 rights-dropped    pic 9(9) value 0.

01 MAX-USAGE constant as 5000.
01 us-count          binary-long value 0.
01 us-table.
   05 us-entry       occurs 1 to MAX-USAGE
                      depending on us-count.
      10 us-oper     pic x(20).
      10 us-program  pic x(30).
      10 us-last     pic x(10).
01 us-idx            binary-long.
01 us-oper-hold      pic x(20).

01 MAX-SOD-RULES constant as 100.
01 sr-count          binary-long value 0.
01 sr-table.
   05 sr-entry       occurs 100 times.
      10 sr-right-a  pic x(30).
      10 sr-right-b  pic x(30).
      10 sr-reason   pic x(80).
01 sr-idx            binary-long.
01 sr-count-disp     pic 9(3).
01 sl-right-a        pic x(30).
01 sl-right-b        pic x(30).
01 sl-reason         pic x(80).

01 probe-oper        pic x(20).
01 probe-right       pic x(30).
01 holds-flag        pic x.
01 holds-a           pic x.
01 holds-b           pic x.
01 first-flag        pic x.

01 sign-flag-word    pic x(12).
01 sg-date           pic x(10).
01 sg-oper           pic x(20).
01 sg-right          pic x(30).
01 sg-level          pic x(4).
01 sg-last           pic x(10).
01 sg-flag           pic x(12).
01 sg-decision       pic x(8).
01 sg-reviewer       pic x(20).
01 sg-when           pic x(19).
01 latest-review     pic x(10).
01 sign-found-flag   pic x value 'N'.
   88 sign-line-found value 'Y'.
01 sign-target-oper  pic x(20).
01 sign-target-right pic x(30).
01 sign-decision     pic x(8).
01 sign-prior        pic x(8).
01 sign-ts           pic x(19).
01 sign-time         pic 9(8).

01 audit-scanned     pic 9(9) value 0.
01 rights-reviewed   pic 9(9) value 0.
01 rights-unused     pic 9(9) value 0.
01 sod-violations    pic 9(9) value 0.
01 operators-seen    pic 9(9) value 0.
01 signs-written     pic 9(9) value 0.
01 signs-kept        pic 9(9) value 0.

procedure division.

main.
    move "access-recert" to audit-program-id
    perform validate-args
    perform check-operator-authority
    evaluate true
        when mode-review
            perform run-recertification
        when mode-signoff
            perform record-signoff-decision
    end-evaluate
    stop run.

validate-args.
    accept argc from argument-number

    if argc < 2
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1
            until arg-idx > argc or arg-idx > 4
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate true
        when arg-val(1) = "-r" and argc = 2
            set mode-review to true
            move arg-val(2) to report-filename
        when arg-val(1) = "-s" and argc = 4
            set mode-signoff to true
            move arg-val(2) to sign-target-oper
            move arg-val(3) to sign-target-right
            move function upper-case(arg-val(4)) to sign-decision
            if sign-decision <> "KEEP" and sign-decision <> "REVOKE"
                perform show-usage
            end-if
        when other
            perform show-usage
    end-evaluate

    accept today-date-8 from date yyyymmdd
    compute today-int = function integer-of-date(today-date-8)
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into today-date-disp.

run-recertification.
    move function current-date to rsum-start-stamp

    perform resolve-unused-days
    perform load-operator-rights
    perform load-audit-usage
    perform apply-usage-to-rights
    perform load-sod-rules

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "ACCESS RECERTIFICATION" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "Run rights in " function trim(review-filename)
           " against last use in "
           function trim(audit-master-filename)
           " (" audit-scanned " record(s) scanned)"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Removal threshold: " unused-days
           " day(s) without use (RECERT-UNUSED-DAYS)"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    perform write-sod-section
    perform write-rights-section
    perform write-removal-section
    perform write-signoff-worksheet
    perform write-recert-summary
    perform write-run-summary-footer

    close report-file

    move review-filename to audit-input-value
    move spaces to audit-result-value
    string "recert: rights=" rights-reviewed
           " unused=" rights-unused
           " sod=" sod-violations
           delimited by size into audit-result-value
    perform log-audit-entry

    if rights-unused > 0 or sod-violations > 0
        move 4 to return-code
    end-if.

resolve-unused-days.
    move RECERT-DAYS-DEFAULT to unused-days

    move "RECERT-UNUSED-DAYS" to ctlparm-lookup-id
    perform find-control-param

    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
        if function numval(ctlparm-lookup-value) > 0
            compute unused-days =
                function numval(ctlparm-lookup-value)
        end-if
    end-if.

load-operator-rights.
    open input review-file
    if review-status <> "00"
        display "Operator authorization master "
                function trim(review-filename)
                " could not be opened"
        move 16 to return-code
        stop run
    end-if

    read review-file
    perform until review-status = "10"
        perform load-one-operator-line
        read review-file
    end-perform

    close review-file.

load-one-operator-line.
    if function trim(review-record) = spaces
       or review-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to rv-operator
    move spaces to rv-programs
    move spaces to rv-level

    unstring review-record delimited by " | "
        into rv-operator, rv-programs, rv-level
    end-unstring

    if rv-operator = spaces
        exit paragraph
    end-if

    add 1 to operators-seen

    move 1 to rv-ptr
    perform until rv-ptr > length of rv-programs
            or rv-programs(rv-ptr:) = spaces
        move spaces to rv-token
        unstring rv-programs
            delimited by all ","
            into rv-token
            with pointer rv-ptr
        end-unstring
        if rv-token <> spaces
            perform add-operator-right
        end-if
    end-perform.

add-operator-right.
    if rt-count >= MAX-RIGHTS
        add 1 to rights-dropped
        exit paragraph
    end-if

    add 1 to rt-count
    move rv-operator to rt-oper(rt-count)
    move rv-token to rt-right(rt-count)
    move rv-level to rt-level(rt-count)
    move spaces to rt-last(rt-count)
    move "N" to rt-unused(rt-count)
    move "N" to rt-sod(rt-count).

load-audit-usage.
    open input audit-master
    if audit-master-status <> "00"
        display "Audit master "
                function trim(audit-master-filename)
                " not available - every right will read never used"
        exit paragraph
    end-if

    read audit-master next
    perform until audit-master-status <> "00"
        add 1 to audit-scanned
        perform tally-one-master-record
        read audit-master next
    end-perform

    close audit-master.

tally-one-master-record.
    if audit-master-result(1:11) = "AUTH DENIED"
        exit paragraph
    end-if

    if audit-master-operator(1:5) = "oper="
        move audit-master-operator(6:) to us-oper-hold
    else
        move audit-master-operator to us-oper-hold
    end-if

    if us-oper-hold = spaces
        exit paragraph
    end-if

    perform varying us-idx from 1 by 1 until us-idx > us-count
        if us-oper(us-idx) = us-oper-hold
           and us-program(us-idx) = audit-master-program-id
            if audit-master-timestamp(1:10) > us-last(us-idx)
                move audit-master-timestamp(1:10) to us-last(us-idx)
            end-if
            exit paragraph
        end-if
    end-perform

    if us-count >= MAX-USAGE
        exit paragraph
    end-if

    add 1 to us-count
    move us-oper-hold to us-oper(us-count)
    move audit-master-program-id to us-program(us-count)
    move audit-master-timestamp(1:10) to us-last(us-count).

apply-usage-to-rights.
    perform varying rt-idx from 1 by 1 until rt-idx > rt-count
        perform varying us-idx from 1 by 1 until us-idx > us-count
            if us-oper(us-idx) = rt-oper(rt-idx)
               and (us-program(us-idx) = rt-right(rt-idx)
                    or rt-right(rt-idx) = "ALL")
                if us-last(us-idx) > rt-last(rt-idx)
                    move us-last(us-idx) to rt-last(rt-idx)
                end-if
            end-if
        end-perform
        perform judge-right-unused
    end-perform.

judge-right-unused.
    add 1 to rights-reviewed

    if rt-last(rt-idx) = spaces
       or function test-numval(rt-last(rt-idx)(1:4)) <> 0
        move "Y" to rt-unused(rt-idx)
        add 1 to rights-unused
        exit paragraph
    end-if

    move rt-last(rt-idx)(1:4) to last-date-8(1:4)
    move rt-last(rt-idx)(6:2) to last-date-8(5:2)
    move rt-last(rt-idx)(9:2) to last-date-8(7:2)
    compute idle-days =
        today-int - function integer-of-date(last-date-8)

    if idle-days > unused-days
        move "Y" to rt-unused(rt-idx)
        add 1 to rights-unused
    end-if.

load-sod-rules.
    open input sod-file
    if sod-status <> "00"
        exit paragraph
    end-if

    read sod-file
    perform until sod-status = "10"
        perform load-one-sod-rule
        read sod-file
    end-perform

    close sod-file.

load-one-sod-rule.
    if function trim(sod-record) = spaces
       or sod-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to sl-right-a
    move spaces to sl-right-b
    move spaces to sl-reason

    unstring sod-record delimited by " | "
        into sl-right-a, sl-right-b, sl-reason
    end-unstring

    if sl-right-a = spaces or sl-right-b = spaces
       or sr-count >= MAX-SOD-RULES
        exit paragraph
    end-if

    add 1 to sr-count
    move sl-right-a to sr-right-a(sr-count)
    move sl-right-b to sr-right-b(sr-count)
    move sl-reason to sr-reason(sr-count).

write-sod-section.
    move "SEGREGATION-OF-DUTIES VIOLATIONS" to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    move sr-count to sr-count-disp
    string "  " sr-count-disp " conflict rule(s) in "
           function trim(sod-filename)
           delimited by size into report-file-record
    perform write-detail-line

    perform varying rt-idx from 1 by 1 until rt-idx > rt-count
        perform check-first-operator-line
        if first-flag = "Y"
            perform varying sr-idx from 1 by 1
                    until sr-idx > sr-count
                perform check-one-sod-rule
            end-perform
        end-if
    end-perform

    if sod-violations = 0
        move "  no operator holds a conflicting pair of rights"
            to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line.

check-first-operator-line.
    move "Y" to first-flag
    perform varying rt-jdx from 1 by 1 until rt-jdx >= rt-idx
        if rt-oper(rt-jdx) = rt-oper(rt-idx)
            move "N" to first-flag
            exit perform
        end-if
    end-perform.

check-one-sod-rule.
    move rt-oper(rt-idx) to probe-oper
    move sr-right-a(sr-idx) to probe-right
    perform find-held-right
    move holds-flag to holds-a
    move sr-right-b(sr-idx) to probe-right
    perform find-held-right
    move holds-flag to holds-b

    if holds-a <> "Y" or holds-b <> "Y"
        exit paragraph
    end-if

    add 1 to sod-violations
    move spaces to report-file-record
    string "  " function trim(probe-oper)
           " holds " function trim(sr-right-a(sr-idx))
           " + " function trim(sr-right-b(sr-idx))
           " - " function trim(sr-reason(sr-idx))
           delimited by size into report-file-record
    perform write-detail-line

    perform varying rt-jdx from 1 by 1 until rt-jdx > rt-count
        if rt-oper(rt-jdx) = probe-oper
           and (rt-right(rt-jdx) = sr-right-a(sr-idx)
                or rt-right(rt-jdx) = sr-right-b(sr-idx)
                or rt-right(rt-jdx) = "ALL")
            move "Y" to rt-sod(rt-jdx)
        end-if
    end-perform.

find-held-right.
    move "N" to holds-flag
    perform varying rt-jdx from 1 by 1 until rt-jdx > rt-count
        if rt-oper(rt-jdx) = probe-oper
           and (rt-right(rt-jdx) = probe-right
                or rt-right(rt-jdx) = "ALL")
            move "Y" to holds-flag
            exit perform
        end-if
    end-perform.

write-rights-section.
    move "RIGHTS UNDER REVIEW" to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  operator             right                         "
           " level  last used   status"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying rt-idx from 1 by 1 until rt-idx > rt-count
        perform set-sign-flag-word
        move spaces to report-file-record
        if rt-last(rt-idx) = spaces
            string "  " rt-oper(rt-idx) " " rt-right(rt-idx)
                   " " rt-level(rt-idx) "   never used  "
                   function trim(sign-flag-word)
                   delimited by size into report-file-record
        else
            string "  " rt-oper(rt-idx) " " rt-right(rt-idx)
                   " " rt-level(rt-idx) "   " rt-last(rt-idx)
                   "  " function trim(sign-flag-word)
                   delimited by size into report-file-record
        end-if
        perform write-detail-line
    end-perform

    if rights-dropped > 0
        move spaces to report-file-record
        string "WARNING: " rights-dropped " right(s) over the"
               " table limit were not reviewed"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line.

set-sign-flag-word.
    evaluate true
        when rt-unused(rt-idx) = "Y" and rt-sod(rt-idx) = "Y"
            move "REMOVE/SOD" to sign-flag-word
        when rt-unused(rt-idx) = "Y"
            move "REMOVE" to sign-flag-word
        when rt-sod(rt-idx) = "Y"
            move "SOD" to sign-flag-word
        when other
            move "IN-USE" to sign-flag-word
    end-evaluate.

write-removal-section.
    move "FLAGGED FOR REMOVAL" to report-file-record
    perform write-detail-line

    perform varying rt-idx from 1 by 1 until rt-idx > rt-count
        if rt-unused(rt-idx) = "Y"
            move spaces to report-file-record
            if rt-last(rt-idx) = spaces
                string "  " function trim(rt-oper(rt-idx))
                       " / " function trim(rt-right(rt-idx))
                       ": no use on the audit master"
                       delimited by size into report-file-record
            else
                move rt-last(rt-idx)(1:4) to last-date-8(1:4)
                move rt-last(rt-idx)(6:2) to last-date-8(5:2)
                move rt-last(rt-idx)(9:2) to last-date-8(7:2)
                compute idle-days = today-int
                    - function integer-of-date(last-date-8)
                move idle-days to idle-days-disp
                string "  " function trim(rt-oper(rt-idx))
                       " / " function trim(rt-right(rt-idx))
                       ": unused for "
                       function trim(idle-days-disp) " day(s)"
                       delimited by size into report-file-record
            end-if
            perform write-detail-line
        end-if
    end-perform

    if rights-unused = 0
        move "  every right has been used within the threshold"
            to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line.

write-signoff-worksheet.
    open output sign-work
    if sign-work-status <> "00"
        exit paragraph
    end-if

    open input sign-file
    if sign-status = "00"
        read sign-file
        perform until sign-status = "10"
            if sign-record(1:10) <> today-date-disp
               and function trim(sign-record) <> spaces
                move sign-record to sign-work-record
                write sign-work-record
                add 1 to signs-kept
            end-if
            read sign-file
        end-perform
        close sign-file
    end-if

    perform varying rt-idx from 1 by 1 until rt-idx > rt-count
        perform set-sign-flag-word
        move spaces to sign-work-record
        if rt-last(rt-idx) = spaces
            move "never" to sg-last
        else
            move rt-last(rt-idx) to sg-last
        end-if
        string today-date-disp " | "
               function trim(rt-oper(rt-idx)) " | "
               function trim(rt-right(rt-idx)) " | "
               function trim(rt-level(rt-idx)) " | "
               function trim(sg-last) " | "
               function trim(sign-flag-word) " | PENDING | - | -"
               delimited by size into sign-work-record
        write sign-work-record
        add 1 to signs-written
    end-perform

    close sign-work
    perform copy-sign-work-back.

copy-sign-work-back.
    open input sign-work
    if sign-work-status <> "00"
        exit paragraph
    end-if
    open output sign-file
    read sign-work
    perform until sign-work-status = "10"
        move sign-work-record to sign-record
        write sign-record
        read sign-work
    end-perform
    close sign-work
    close sign-file

    call "CBL_DELETE_FILE" using sign-work-name.

write-recert-summary.
    move spaces to report-file-record
    string "Operators reviewed:       " operators-seen
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Rights reviewed:          " rights-reviewed
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  flagged for removal:    " rights-unused
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "SoD violations:           " sod-violations
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Sign-off worksheet:       " signs-written
           " line(s) PENDING in " function trim(sign-filename)
           " (review date " today-date-disp ")"
           delimited by size into report-file-record
    perform write-detail-line.

record-signoff-decision.
    perform resolve-audit-operator

    if audit-operator-id = sign-target-oper
        display "REFUSED: operator " function trim(audit-operator-id)
                " may not sign off their own rights"
        move sign-target-oper to audit-input-value
        move spaces to audit-result-value
        string "SIGN-OFF REFUSED: reviewer is the operator under"
               " review (" function trim(sign-target-right) ")"
               delimited by size into audit-result-value
        perform log-audit-entry
        move 12 to return-code
        stop run
    end-if

    perform find-latest-review

    if latest-review = spaces
        display "No recertification worksheet on file ("
                function trim(sign-filename)
                ") - run access-recert -r first"
        move 16 to return-code
        stop run
    end-if

    accept sign-time from time
    move spaces to sign-ts
    string today-date-disp " " sign-time(1:2) ":" sign-time(3:2)
           ":" sign-time(5:2)
           delimited by size into sign-ts

    open input sign-file
    open output sign-work
    read sign-file
    perform until sign-status = "10"
        perform decide-one-sign-line
        write sign-work-record
        read sign-file
    end-perform
    close sign-file
    close sign-work

    if not sign-line-found
        call "CBL_DELETE_FILE" using sign-work-name
        display "No line for " function trim(sign-target-oper)
                " / " function trim(sign-target-right)
                " in the " latest-review " review"
        move 16 to return-code
        stop run
    end-if

    if sign-prior <> "PENDING"
        call "CBL_DELETE_FILE" using sign-work-name
        display "REFUSED: " function trim(sign-target-oper)
                " / " function trim(sign-target-right)
                " was already signed off "
                function trim(sign-prior)
                " in the " latest-review " review"
        move 16 to return-code
        stop run
    end-if

    perform copy-sign-work-back

    display "Review " latest-review ": "
            function trim(sign-target-oper) " / "
            function trim(sign-target-right) " signed off "
            function trim(sign-decision) " by "
            function trim(audit-operator-id)

    move sign-target-oper to audit-input-value
    move spaces to audit-result-value
    string "recert " latest-review " "
           function trim(sign-target-right) " "
           function trim(sign-decision)
           delimited by size into audit-result-value
    perform log-audit-entry.

find-latest-review.
    move spaces to latest-review

    open input sign-file
    if sign-status <> "00"
        exit paragraph
    end-if

    read sign-file
    perform until sign-status = "10"
        if sign-record(1:10) > latest-review
           and sign-record(5:1) = "-"
            move sign-record(1:10) to latest-review
        end-if
        read sign-file
    end-perform

    close sign-file.

decide-one-sign-line.
    move sign-record to sign-work-record

    if sign-record(1:10) <> latest-review
        exit paragraph
    end-if

    move spaces to sg-date
    move spaces to sg-oper
    move spaces to sg-right
    move spaces to sg-level
    move spaces to sg-last
    move spaces to sg-flag
    move spaces to sg-decision
    move spaces to sg-reviewer
    move spaces to sg-when

    unstring sign-record delimited by " | "
        into sg-date, sg-oper, sg-right, sg-level, sg-last,
             sg-flag, sg-decision, sg-reviewer, sg-when
    end-unstring

    if sg-oper <> sign-target-oper
       or sg-right <> sign-target-right
        exit paragraph
    end-if

    set sign-line-found to true
    move sg-decision to sign-prior

    if sg-decision <> "PENDING"
        exit paragraph
    end-if

    move spaces to sign-work-record
    string sg-date " | "
           function trim(sg-oper) " | "
           function trim(sg-right) " | "
           function trim(sg-level) " | "
           function trim(sg-last) " | "
           function trim(sg-flag) " | "
           function trim(sign-decision) " | "
           function trim(audit-operator-id) " | "
           sign-ts
           delimited by size into sign-work-record.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Run summary: rights " rights-reviewed
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
    display "Usage: access-recert -r <report-file>"
    display "       access-recert -s <operator> <right> KEEP|REVOKE"
    display "  -r recertifies every operator's run rights in"
    display "     OPERAUTH.TXT: lists each operator, right, and level"
    display "     with the last date the right was actually used"
    display "     according to the indexed audit master"
    display "     (AUDITMSTR.DAT, refused AUTH DENIED attempts do not"
    display "     count); rights unused for more than the"
    display "     RECERT-UNUSED-DAYS control parameter (default 90)"
    display "     are flagged for removal; conflict pairs in"
    display "     SODRULES.TXT (""<right> | <right> | <reason>"") that"
    display "     one operator holds together are listed as"
    display "     segregation-of-duties violations (ALL holds every"
    display "     right); a sign-off worksheet line per right is"
    display "     written to RECERTSIGN.TXT for the review date;"
    display "     RC 4 when anything is flagged"
    display "  -s records the reviewer's keep/revoke decision on one"
    display "     line of the latest review; a reviewer may not sign"
    display "     off their own rights, and a decision once recorded"
    display "     is not overwritten"
    move 16 to return-code
    stop run.

find-control-param.
    perform resolve-ctlparm-dataset
    move "N" to ctlparm-found-flag
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
           delimited by size into ctlparm-asof-date

    open input ctlparm-file
    if ctlparm-status <> "00"
        exit paragraph
    end-if

    read ctlparm-file
    perform until ctlparm-status = "10"
        if ctlparm-rec-id = ctlparm-lookup-id
            move ctlparm-rec-effdate to ctlparm-eff-work
            if ctlparm-eff-work = spaces
                move "0000-00-00" to ctlparm-eff-work
            end-if
            if ctlparm-eff-work <= ctlparm-asof-date
               and ctlparm-eff-work >= ctlparm-best-effdate
                move ctlparm-rec-value to ctlparm-lookup-value
                move ctlparm-eff-work to ctlparm-best-effdate
                set ctlparm-was-found to true
            end-if
        end-if
        read ctlparm-file
    end-perform

    close ctlparm-file.

resolve-ctlparm-dataset.
    move "CTLPARM.TXT" to ctlparm-filename
    perform resolve-audit-unit

    if audit-unit-id = "-" or audit-unit-id = spaces
        exit paragraph
    end-if

    move spaces to ctlparm-filename
    string "CTLPARM." function trim(audit-unit-id) ".TXT"
           delimited by size into ctlparm-filename

    open input ctlparm-file
    if ctlparm-status = "00"
        close ctlparm-file
    else
        move "CTLPARM.TXT" to ctlparm-filename
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
    move rights-reviewed to eh-records-count
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
