identification division.
program-id. ref-table-control.

environment division.
input-output section.
file-control.
    select live-file assign to dynamic live-filename
        organization is line sequential
        file status is live-status.

    select pend-copy-file assign to dynamic pend-copy-name
        organization is line sequential
        file status is pend-copy-status.

    select version-copy-file assign to dynamic version-copy-name
        organization is line sequential
        file status is version-copy-status.

    select refpend-file assign to dynamic refpend-filename
        organization is line sequential
        file status is refpend-status.

    select refpend-work assign to dynamic refpend-work-name
        organization is line sequential
        file status is refpend-work-status.

    select refvers-file assign to dynamic refvers-filename
        organization is line sequential
        file status is refvers-status.

    select report-file assign to dynamic report-filename
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

    select chain-file assign to dynamic chain-filename
        organization is line sequential
        file status is chain-status.

    select audit-log assign to dynamic audit-log-filename
        organization is line sequential
        file status is audit-log-status.

data division.
file section.
fd  live-file.
01  live-record          pic x(300).

fd  pend-copy-file.
01  pend-copy-record     pic x(300).

fd  version-copy-file.
01  version-copy-record  pic x(300).

fd  refpend-file.
01  refpend-record       pic x(250).

fd  refpend-work.
01  refpend-work-record  pic x(250).

fd  refvers-file.
01  refvers-record       pic x(250).

fd  report-file.
01  report-file-record   pic x(160).

fd  calendar-file.
    copy "calendar-fd.cpy".

fd  freezelog-file.
    copy "freezelog-fd.cpy".

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
copy "calendar-ws.cpy".
copy "freeze-ws.cpy".
copy "report-header-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

01 run-mode          pic x value space.
   88 mode-start     value 'S'.
   88 mode-check     value 'C'.
   88 mode-promote   value 'P'.
   88 mode-withdraw  value 'X'.
   88 mode-history   value 'H'.

01 table-name        pic x(100).
01 table-base        pic x(30).
01 table-kind        pic x(10).
   88 kind-layouts   value "LAYOUTS".
   88 kind-addrref   value "ADDRREF".
   88 kind-casedict  value "CASEDICT".
   88 kind-burst     value "BURSTRULES".
   88 kind-distlist  value "DISTLIST".
   88 kind-formsdef  value "FORMSDEF".
   88 kind-limits    value "LIMITS".
   88 kind-deptbudg  value "DEPTBUDG".
   88 kind-reasoncd  value "REASONCD".
01 base-idx          binary-long.
01 base-start        binary-long.

01 live-filename        pic x(100).
01 live-status          pic xx.
01 pend-copy-name       pic x(100).
01 pend-copy-status     pic xx.
01 version-copy-name    pic x(100).
01 version-copy-status  pic xx.
01 refpend-filename     pic x(100) value "REFPEND.TXT".
01 refpend-status       pic xx.
01 refpend-work-name    pic x(100) value "REFPEND.WORK.TXT".
01 refpend-work-status  pic xx.
01 refvers-filename     pic x(100) value "REFVERS.TXT".
01 refvers-status       pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 del-status           binary-long.

01 MAX-TABLE-LINES   constant as 500.
01 before-count      pic 9(5) value 0.
01 before-table.
   05 before-entry   occurs 500 times.
      10 bf-line     pic x(300).
      10 bf-key      pic x(80).
      10 bf-line-no  pic 9(5).
      10 bf-matched  pic x.
01 after-count       pic 9(5) value 0.
01 after-table.
   05 after-entry    occurs 500 times.
      10 af-line     pic x(300).
      10 af-key      pic x(80).
      10 af-line-no  pic 9(5).
01 bf-idx            binary-long.
01 af-idx            binary-long.
01 dup-idx           binary-long.
01 lines-read        pic 9(5).
01 lines-dropped     pic 9(5) value 0.

01 work-line         pic x(300).
01 work-key          pic x(80).
01 fld-1             pic x(100).
01 fld-2             pic x(100).
01 fld-3             pic x(100).
01 fld-4             pic x(100).
01 fld-5             pic x(100).
01 fld-6             pic x(100).
01 fld-7             pic x(100).
01 fld-8             pic x(100).
01 fld-9             pic x(100).
01 fld-10            pic x(100).
01 fld-count         binary-long.
01 fld-ptr           binary-long.
01 pipe-count        binary-long.

01 syntax-errors     pic 9(5) value 0.
01 syntax-reason     pic x(80).
01 lay-id-base       pic x(100).
01 lay-id-type       pic x(100).
01 lay-directive     pic x(20).
01 lay-keyref        pic x(100).
01 adds-found        pic 9(5) value 0.
01 deletes-found     pic 9(5) value 0.
01 changes-found     pic 9(5) value 0.
01 line-no-disp      pic zzzz9.

01 bu-start-a        pic 9(5).
01 bu-len-a          pic 9(5).
01 bu-start-b        pic 9(5).
01 bu-len-b          pic 9(5).
01 bu-report-a       pic x(100).
01 bu-report-b       pic x(100).
01 bu-low-a          pic x(40).
01 bu-high-a         pic x(40).
01 bu-low-b          pic x(40).
01 bu-high-b         pic x(40).
01 bu-recip-a        pic x(40).
01 bu-recip-b        pic x(40).

01 pend-checksum     pic 9(9).
01 pend-lines        pic 9(9).
01 sum-idx           pic 9(4) comp.
01 sum-len           pic 9(4) comp.

01 rp-table          pic x(30).
01 rp-state          pic x(12).
01 rp-submitter      pic x(20).
01 rp-timestamp      pic x(19).
01 rp-lines          pic x(12).
01 rp-checksum       pic x(12).
01 rp-found-flag     pic x value 'N'.
   88 submission-found value 'Y'.
01 rp-hold-submitter pic x(20).
01 rp-hold-checksum  pic 9(9).
01 rp-new-state      pic x(12).

01 rv-table          pic x(30).
01 rv-version        pic x(8).
01 rv-timestamp      pic x(19).
01 rv-submitter      pic x(20).
01 rv-promoter       pic x(20).
01 rv-lines          pic x(12).
01 rv-checksum       pic x(12).
01 rv-run            pic x(10).
01 current-version   pic 9(4) value 0.
01 new-version       pic 9(4).
01 version-disp      pic 9(4).
01 versions-listed   pic 9(5) value 0.
01 prior-timestamp   pic x(19).
01 prior-version     pic x(8).
01 prior-promoter    pic x(20).

01 now-timestamp     pic x(19).

procedure division.

main.
    move "ref-table-control" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform resolve-table-kind

    evaluate true
        when mode-start
            perform start-pending-edit
        when mode-check
            perform check-pending-copy
        when mode-promote
            perform promote-pending-copy
        when mode-withdraw
            perform withdraw-pending-copy
        when mode-history
            perform list-version-history
    end-evaluate

    move table-name to audit-input-value
    perform log-audit-entry
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
        when argc = 2 and arg-val(1) = "-s"
            set mode-start to true
        when argc = 2 and arg-val(1) = "-x"
            set mode-withdraw to true
        when argc = 3 and arg-val(1) = "-c"
            set mode-check to true
        when argc = 3 and arg-val(1) = "-p"
            set mode-promote to true
        when argc = 3 and arg-val(1) = "-h"
            set mode-history to true
        when other
            perform show-usage
    end-evaluate

    move arg-val(2) to table-name
    move arg-val(3) to report-filename

    if table-name = spaces
        perform show-usage
    end-if

    move table-name to live-filename
    move spaces to pend-copy-name
    string function trim(table-name) ".PEND"
           delimited by size into pend-copy-name.

resolve-table-kind.
    move 1 to base-start
    perform varying base-idx from 1 by 1
            until base-idx > length of table-name
        if table-name(base-idx:1) = "/"
            compute base-start = base-idx + 1
        end-if
    end-perform

    move spaces to table-base
    move function upper-case(table-name(base-start:)) to table-base

    move spaces to table-kind
    unstring table-base delimited by "."
        into table-kind
    end-unstring

    if not kind-layouts and not kind-addrref and not kind-casedict
       and not kind-burst and not kind-distlist
       and not kind-formsdef and not kind-limits
       and not kind-deptbudg and not kind-reasoncd
        display "Table " function trim(table-name)
                " is not a controlled reference table"
        display "  (LAYOUTS, ADDRREF, CASEDICT, BURSTRULES,"
                " DISTLIST, FORMSDEF, LIMITS, DEPTBUDG, REASONCD)"
        move 16 to return-code
        stop run
    end-if.

make-now-timestamp.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    move spaces to now-timestamp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-"
           audit-run-date(7:2) " "
           audit-run-time(1:2) ":" audit-run-time(3:2) ":"
           audit-run-time(5:2)
           delimited by size into now-timestamp.

start-pending-edit.
    open input pend-copy-file
    if pend-copy-status = "00"
        close pend-copy-file
        display "A pending copy " function trim(pend-copy-name)
                " already exists - check, promote, or withdraw it"
        move 8 to return-code
        move "start refused: pending copy already open"
            to audit-result-value
        exit paragraph
    end-if

    move 0 to pend-lines
    open output pend-copy-file
    open input live-file
    if live-status = "00"
        read live-file
        perform until live-status = "10"
            move live-record to pend-copy-record
            write pend-copy-record
            add 1 to pend-lines
            read live-file
        end-perform
        close live-file
    end-if
    close pend-copy-file

    display "Pending copy " function trim(pend-copy-name)
            " opened from the live table (" pend-lines " lines)"
    display "  edit the pending copy, then run ref-table-control -c "
            function trim(table-name) " <report-file>"

    move spaces to audit-result-value
    string "pending copy opened, lines=" pend-lines
           delimited by size into audit-result-value.

check-pending-copy.
    perform open-control-report
    perform load-before-and-after
    if after-count = 0 and lines-read = 0
        move spaces to report-file-record
        string "No pending copy " function trim(pend-copy-name)
               " to check"
               delimited by size into report-file-record
        perform write-detail-line
        close report-file
        move 8 to return-code
        move "check: no pending copy" to audit-result-value
        exit paragraph
    end-if

    perform syntax-check-pending
    perform write-difference-report
    perform write-check-summary

    if syntax-errors > 0
        move 8 to return-code
        move spaces to audit-result-value
        string "check FAILED: syntax errors=" syntax-errors
               " adds=" adds-found " deletes=" deletes-found
               " changes=" changes-found
               delimited by size into audit-result-value
    else
        perform compute-pending-checksum
        move "SUBMITTED" to rp-new-state
        perform record-submission
        move spaces to audit-result-value
        string "check clean, submitted for promotion: adds="
               adds-found " deletes=" deletes-found
               " changes=" changes-found " sum=" pend-checksum
               delimited by size into audit-result-value
    end-if

    close report-file.

promote-pending-copy.
    perform open-control-report
    perform find-submission

    if not submission-found
        move spaces to report-file-record
        string "No submitted pending copy of "
               function trim(table-name)
               " on file (REFPEND.TXT) - run -c first"
               delimited by size into report-file-record
        perform write-detail-line
        close report-file
        move 8 to return-code
        move "promote refused: nothing submitted" to audit-result-value
        exit paragraph
    end-if

    move table-name to freeze-target
    perform check-change-freeze
    if change-refused
        move spaces to report-file-record
        move freeze-message to report-file-record
        perform write-detail-line
        close report-file
        move freeze-message to audit-result-value
        move 12 to return-code
        exit paragraph
    end-if
    if change-emergency
        move spaces to report-file-record
        move freeze-message to report-file-record
        perform write-detail-line
    end-if

    if rp-hold-submitter = audit-operator-id
        move spaces to report-file-record
        string "REFUSED: dual control - the pending copy was"
               " submitted by " function trim(rp-hold-submitter)
               " and must be promoted by someone else"
               delimited by size into report-file-record
        perform write-detail-line
        close report-file
        move spaces to audit-result-value
        string "DUAL-CONTROL REFUSED: promoter is submitter "
               function trim(rp-hold-submitter)
               delimited by size into audit-result-value
        move 12 to return-code
        exit paragraph
    end-if

    perform load-before-and-after
    perform syntax-check-pending
    perform compute-pending-checksum

    if syntax-errors > 0 or pend-checksum <> rp-hold-checksum
        move spaces to report-file-record
        if syntax-errors > 0
            string "REFUSED: the pending copy fails its syntax check"
                   delimited by size into report-file-record
        else
            string "REFUSED: the pending copy changed after it was"
                   " checked - run -c again"
                   delimited by size into report-file-record
        end-if
        perform write-detail-line
        close report-file
        move spaces to audit-result-value
        string "promote refused: errors=" syntax-errors
               " sum=" pend-checksum " submitted-sum="
               rp-hold-checksum
               delimited by size into audit-result-value
        move 8 to return-code
        exit paragraph
    end-if

    perform write-difference-report
    perform find-current-version
    perform preserve-live-version
    perform install-pending-copy
    perform register-new-version

    move "PROMOTED" to rp-new-state
    perform mark-submission

    call "CBL_DELETE_FILE" using pend-copy-name
        returning del-status
    end-call

    move new-version to version-disp
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "PROMOTED: " function trim(table-name)
           " version v" version-disp " is now live"
           " (submitted by " function trim(rp-hold-submitter)
           ", promoted by " function trim(audit-operator-id) ")"
           delimited by size into report-file-record
    perform write-detail-line
    close report-file

    move spaces to audit-result-value
    string "promoted v" version-disp " submitted by "
           function trim(rp-hold-submitter)
           " adds=" adds-found " deletes=" deletes-found
           " changes=" changes-found " sum=" pend-checksum
           delimited by size into audit-result-value.

withdraw-pending-copy.
    perform find-submission
    call "CBL_DELETE_FILE" using pend-copy-name
        returning del-status
    end-call

    if submission-found
        move "WITHDRAWN" to rp-new-state
        perform mark-submission
    end-if

    display "Pending copy of " function trim(table-name)
            " withdrawn"
    move "pending copy withdrawn" to audit-result-value.

open-control-report.
    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "REFERENCE TABLE CHANGE CONTROL" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "Table " function trim(table-name)
           "  pending copy " function trim(pend-copy-name)
           "  kind " function trim(table-kind)
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line.

load-before-and-after.
    move 0 to before-count
    move 0 to after-count
    move 0 to lines-read

    open input live-file
    if live-status = "00"
        read live-file
        perform until live-status = "10"
            add 1 to lines-read
            move live-record to work-line
            perform derive-line-key
            if work-key <> spaces
                if before-count < MAX-TABLE-LINES
                    add 1 to before-count
                    move work-line to bf-line(before-count)
                    move work-key to bf-key(before-count)
                    move lines-read to bf-line-no(before-count)
                    move "N" to bf-matched(before-count)
                else
                    add 1 to lines-dropped
                end-if
            end-if
            read live-file
        end-perform
        close live-file
    end-if

    move 0 to lines-read
    open input pend-copy-file
    if pend-copy-status = "00"
        read pend-copy-file
        perform until pend-copy-status = "10"
            add 1 to lines-read
            move pend-copy-record to work-line
            perform derive-line-key
            if work-key <> spaces
                if after-count < MAX-TABLE-LINES
                    add 1 to after-count
                    move work-line to af-line(after-count)
                    move work-key to af-key(after-count)
                    move lines-read to af-line-no(after-count)
                else
                    add 1 to lines-dropped
                end-if
            end-if
            read pend-copy-file
        end-perform
        close pend-copy-file
    end-if.

split-pipe-fields.
    move spaces to fld-1 fld-2 fld-3 fld-4 fld-5
                   fld-6 fld-7 fld-8 fld-9 fld-10
    move 0 to fld-count
    unstring work-line delimited by " | "
        into fld-1, fld-2, fld-3, fld-4, fld-5,
             fld-6, fld-7, fld-8, fld-9, fld-10
        tallying in fld-count
    end-unstring

    move 0 to pipe-count
    inspect work-line tallying pipe-count for all "|".

split-space-fields.
    move spaces to fld-1 fld-2 fld-3 fld-4 fld-5
                   fld-6 fld-7 fld-8 fld-9 fld-10
    move 0 to fld-count
    move 1 to fld-ptr
    unstring work-line delimited by all space
        into fld-1, fld-2, fld-3
        with pointer fld-ptr
        tallying in fld-count
    end-unstring.

derive-line-key.
    move spaces to work-key

    if function trim(work-line) = spaces
       or work-line(1:1) = "*"
        exit paragraph
    end-if

    evaluate true
        when kind-layouts
            perform split-pipe-fields
            string function trim(fld-1) "|" function trim(fld-2)
                   delimited by size into work-key
            if function upper-case(fld-2) = "@DETAIL"
                string function trim(fld-1) "|" function trim(fld-2)
                       "|" function upper-case(function trim(fld-3))
                       delimited by size into work-key
            end-if
        when kind-addrref
            perform split-pipe-fields
            string function upper-case(function trim(fld-1)) "|"
                   function upper-case(function trim(fld-2))
                   delimited by size into work-key
        when kind-burst
            perform split-pipe-fields
            string function trim(fld-1) "|" function trim(fld-2)
                   delimited by size into work-key
        when kind-formsdef
            perform split-pipe-fields
            move fld-1 to work-key
        when kind-deptbudg
            perform split-pipe-fields
            move function upper-case(function trim(fld-1)) to work-key
        when kind-reasoncd
            perform split-pipe-fields
            move function upper-case(function trim(fld-1)) to work-key
        when kind-casedict
            move function upper-case(function trim(work-line))
                to work-key
        when kind-limits
            perform split-space-fields
            move fld-1 to work-key
        when kind-distlist
            perform split-space-fields
            string function trim(fld-1) "|" function trim(fld-2)
                   "|" function trim(fld-3)
                   delimited by size into work-key
    end-evaluate

    if work-key = spaces
        move "?" to work-key
    end-if.

syntax-check-pending.
    move 0 to syntax-errors

    move spaces to report-file-record
    string "SYNTAX CHECK OF THE PENDING COPY"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying af-idx from 1 by 1 until af-idx > after-count
        move af-line(af-idx) to work-line
        move spaces to syntax-reason
        evaluate true
            when kind-layouts
                perform check-layouts-line
            when kind-addrref
                perform check-addrref-line
            when kind-casedict
                perform check-casedict-line
            when kind-burst
                perform check-burst-line
            when kind-distlist
                perform check-distlist-line
            when kind-formsdef
                perform check-formsdef-line
            when kind-limits
                perform check-limits-line
            when kind-deptbudg
                perform check-deptbudg-line
            when kind-reasoncd
                perform check-reasoncd-line
        end-evaluate
        if syntax-reason <> spaces
            perform report-syntax-error
        end-if
        perform check-duplicate-key
    end-perform

    if kind-burst
        perform check-burst-overlaps
    end-if

    if lines-dropped > 0
        move spaces to report-file-record
        string "  WARNING: " lines-dropped
               " line(s) beyond the 500-line compare limit were"
               " not checked"
               delimited by size into report-file-record
        perform write-detail-line
        add 1 to syntax-errors
    end-if

    move spaces to report-file-record
    string "  syntax errors: " syntax-errors
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line.

report-syntax-error.
    add 1 to syntax-errors
    move af-line-no(af-idx) to line-no-disp
    move spaces to report-file-record
    string "  line " function trim(line-no-disp) ": "
           function trim(syntax-reason) " - "
           function trim(af-line(af-idx))
           delimited by size into report-file-record
    perform write-detail-line.

check-duplicate-key.
    if kind-distlist
        exit paragraph
    end-if

    perform varying dup-idx from 1 by 1 until dup-idx >= af-idx
        if af-key(dup-idx) = af-key(af-idx)
            move "duplicate entry (same key as an earlier line)"
                to syntax-reason
            perform report-syntax-error
            exit perform
        end-if
    end-perform.

check-layouts-line.
    perform split-pipe-fields
    move spaces to lay-id-base
    move spaces to lay-id-type
    unstring fld-1 delimited by ":"
        into lay-id-base, lay-id-type
    end-unstring
    move function upper-case(fld-10) to lay-keyref

    if fld-2(1:1) = "@"
        perform check-layouts-directive
        exit paragraph
    end-if

    evaluate true
        when pipe-count < 7
            move "fewer than 8 pipe-delimited fields"
                to syntax-reason
        when lay-id-base = spaces or fld-2 = spaces
            move "layout id and field name are required"
                to syntax-reason
        when function length(function trim(lay-id-base)) > 12
            move "layout id longer than 12 characters"
                to syntax-reason
        when function length(function trim(lay-id-type)) > 4
            move "record type code longer than 4 characters"
                to syntax-reason
        when function test-numval(fld-3) <> 0
            move "start is not numeric" to syntax-reason
        when function test-numval(fld-4) <> 0
            move "length is not numeric" to syntax-reason
        when function numval(fld-3) < 1
          or function numval(fld-4) < 1
            move "start and length must be at least 1"
                to syntax-reason
        when function numval(fld-3) + function numval(fld-4) - 1
             > 500
            move "field runs past column 500" to syntax-reason
        when fld-5(1:1) <> "N" and fld-5(1:1) <> "X"
             and fld-5 <> "CD10" and fld-5 <> "CD11"
             and fld-5 <> "CD97"
            move "type must be N, X, CD10, CD11 or CD97"
                to syntax-reason
        when fld-6(1:1) <> "Y" and fld-6(1:1) <> "N"
            move "required flag must be Y or N" to syntax-reason
        when fld-5(1:1) = "N" and fld-7 <> "-" and fld-7 <> spaces
             and function test-numval(fld-7) <> 0
            move "low bound is not numeric" to syntax-reason
        when fld-5(1:1) = "N" and fld-8 <> "-" and fld-8 <> spaces
             and function test-numval(fld-8) <> 0
            move "high bound is not numeric" to syntax-reason
        when fld-9 <> spaces and fld-9(1:1) <> "-"
             and fld-9(1:1) <> "N" and fld-9(1:1) <> "K"
             and fld-9(1:1) <> "R"
            move "mask code must be K, R, N, or -" to syntax-reason
        when lay-keyref <> spaces and lay-keyref <> "-"
             and lay-keyref <> "Y" and lay-keyref <> "N"
             and function length(function trim(lay-keyref)) > 8
            move "key reference must be Y, N, - or a table id up to 8"
                to syntax-reason
    end-evaluate.

check-layouts-directive.
    move function upper-case(fld-2) to lay-directive
    evaluate true
        when lay-id-base = spaces
            move "layout id is required" to syntax-reason
        when function length(function trim(lay-id-base)) > 12
            move "layout id longer than 12 characters"
                to syntax-reason
        when lay-directive = "@RECTYPE" or lay-directive = "@COUNT"
            perform check-layouts-position
        when lay-directive = "@HEADER" or lay-directive = "@DETAIL"
          or lay-directive = "@TRAILER"
            evaluate true
                when pipe-count < 2
                    move "fewer than 3 pipe-delimited fields"
                        to syntax-reason
                when fld-3 = spaces
                    move "record type code is required"
                        to syntax-reason
                when function length(function trim(fld-3)) > 4
                    move "record type code longer than 4 characters"
                        to syntax-reason
            end-evaluate
        when other
            move "unknown layout directive" to syntax-reason
    end-evaluate.

check-layouts-position.
    evaluate true
        when pipe-count < 3
            move "fewer than 4 pipe-delimited fields"
                to syntax-reason
        when function test-numval(fld-3) <> 0
            move "start is not numeric" to syntax-reason
        when function test-numval(fld-4) <> 0
            move "length is not numeric" to syntax-reason
        when function numval(fld-3) < 1
          or function numval(fld-4) < 1
            move "start and length must be at least 1"
                to syntax-reason
        when function numval(fld-3) + function numval(fld-4) - 1
             > 500
            move "field runs past column 500" to syntax-reason
        when lay-directive = "@RECTYPE"
         and function numval(fld-4) > 4
            move "record type field longer than 4 characters"
                to syntax-reason
        when lay-directive = "@COUNT"
         and function numval(fld-4) > 9
            move "count field longer than 9 digits" to syntax-reason
    end-evaluate.

check-addrref-line.
    perform split-pipe-fields
    evaluate true
        when pipe-count <> 2
            move "expected 3 pipe-delimited fields" to syntax-reason
        when function upper-case(fld-1(1:4)) <> "ABBR"
             and function upper-case(fld-1(1:4)) <> "CITY"
            move "kind must be ABBR or CITY" to syntax-reason
        when fld-2 = spaces or fld-3 = spaces
            move "both values are required" to syntax-reason
        when function upper-case(fld-1(1:4)) = "CITY"
             and function length(function trim(fld-3)) <> 2
            move "CITY entries need a two-letter state code"
                to syntax-reason
        when function upper-case(fld-1(1:4)) = "ABBR"
             and function length(function trim(fld-2)) > 15
            move "abbreviation longer than 15 characters"
                to syntax-reason
    end-evaluate.

check-casedict-line.
    move 0 to pipe-count
    inspect function trim(work-line) tallying pipe-count
        for all space
    evaluate true
        when pipe-count > 0
            move "one word per line (embedded blank)"
                to syntax-reason
        when function length(function trim(work-line)) > 40
            move "word longer than 40 characters" to syntax-reason
    end-evaluate.

check-burst-line.
    perform split-pipe-fields
    evaluate true
        when pipe-count <> 6
            move "expected 7 pipe-delimited fields" to syntax-reason
        when fld-1 = spaces or fld-3 = spaces
            move "report file and destination are required"
                to syntax-reason
        when function test-numval(fld-4) <> 0
            move "start is not numeric" to syntax-reason
        when function test-numval(fld-5) <> 0
            move "length is not numeric" to syntax-reason
        when function numval(fld-4) < 1
            move "start must be at least 1" to syntax-reason
        when function numval(fld-5) < 1
          or function numval(fld-5) > 40
            move "length must be 1 to 40" to syntax-reason
        when fld-6 > fld-7
            move "low value is above high value" to syntax-reason
    end-evaluate.

check-burst-overlaps.
    perform varying af-idx from 1 by 1 until af-idx > after-count
        move af-line(af-idx) to work-line
        perform split-pipe-fields
        if pipe-count = 6
           and function test-numval(fld-4) = 0
           and function test-numval(fld-5) = 0
            move fld-1 to bu-report-a
            move fld-2 to bu-recip-a
            move function numval(fld-4) to bu-start-a
            move function numval(fld-5) to bu-len-a
            move fld-6 to bu-low-a
            move fld-7 to bu-high-a
            perform compare-burst-with-later
        end-if
    end-perform.

compare-burst-with-later.
    perform varying dup-idx from af-idx by 1
            until dup-idx >= after-count
        move af-line(dup-idx + 1) to work-line
        perform split-pipe-fields
        if pipe-count = 6
           and function test-numval(fld-4) = 0
           and function test-numval(fld-5) = 0
            move fld-1 to bu-report-b
            move fld-2 to bu-recip-b
            move function numval(fld-4) to bu-start-b
            move function numval(fld-5) to bu-len-b
            move fld-6 to bu-low-b
            move fld-7 to bu-high-b
            if bu-report-a = bu-report-b
               and bu-start-a = bu-start-b
               and bu-len-a = bu-len-b
               and bu-low-a <= bu-high-b
               and bu-low-b <= bu-high-a
                move spaces to syntax-reason
                string "burst range overlaps line "
                       af-line-no(dup-idx + 1)
                       " (" function trim(bu-recip-b) ")"
                       delimited by size into syntax-reason
                perform report-syntax-error
            end-if
        end-if
    end-perform.

check-distlist-line.
    perform split-space-fields
    if fld-1 = spaces or fld-2 = spaces
        move "report file and destination are required"
            to syntax-reason
    end-if
    if function trim(work-line) = "?"
        move "unreadable line" to syntax-reason
    end-if.

check-formsdef-line.
    perform split-pipe-fields
    evaluate true
        when pipe-count <> 5
            move "expected 6 pipe-delimited fields" to syntax-reason
        when fld-1 = spaces
            move "form id is required" to syntax-reason
        when function test-numval(fld-2) <> 0
            move "lines per page is not numeric" to syntax-reason
        when function numval(fld-2) < 5
            move "lines per page must be at least 5"
                to syntax-reason
        when fld-5(1:1) <> "Y" and fld-5(1:1) <> "N"
            move "duplex flag must be Y or N" to syntax-reason
        when fld-6(1:1) <> "Y" and fld-6(1:1) <> "N"
            move "box flag must be Y or N" to syntax-reason
    end-evaluate.

check-limits-line.
    perform split-space-fields
    evaluate true
        when fld-1 = spaces
            move "program id is required" to syntax-reason
        when function test-numval(fld-2) <> 0
            move "limit is not numeric" to syntax-reason
        when function numval(fld-2) <= 0
            move "limit must be positive" to syntax-reason
    end-evaluate.

check-deptbudg-line.
    perform split-pipe-fields
    evaluate true
        when pipe-count <> 4
            move "expected 5 pipe-delimited fields" to syntax-reason
        when fld-1 = spaces
            move "department code is required" to syntax-reason
        when function length(function trim(fld-1)) > 8
            move "department code is longer than 8" to syntax-reason
        when function test-numval(fld-2) <> 0
            move "elapsed-seconds budget is not numeric"
                to syntax-reason
        when function test-numval(fld-3) <> 0
            move "records budget is not numeric" to syntax-reason
        when function test-numval(fld-4) <> 0
            move "rate per elapsed second is not numeric"
                to syntax-reason
        when function test-numval(fld-5) <> 0
            move "rate per 1,000 records is not numeric"
                to syntax-reason
        when function numval(fld-2) < 0
          or function numval(fld-3) < 0
          or function numval(fld-4) < 0
          or function numval(fld-5) < 0
            move "budgets and rates may not be negative"
                to syntax-reason
    end-evaluate.

check-reasoncd-line.
    perform split-pipe-fields
    evaluate true
        when pipe-count <> 3
            move "expected 4 pipe-delimited fields" to syntax-reason
        when fld-1 = spaces
            move "reason code is required" to syntax-reason
        when function length(function trim(fld-1)) > 8
            move "reason code is longer than 8" to syntax-reason
        when fld-2 = spaces
            move "category is required" to syntax-reason
        when fld-3 = spaces
            move "description is required" to syntax-reason
        when function trim(fld-4) <> "PARTNER"
         and function trim(fld-4) <> "US"
            move "responsibility must be PARTNER or US"
                to syntax-reason
    end-evaluate.

write-difference-report.
    move 0 to adds-found
    move 0 to deletes-found
    move 0 to changes-found

    move spaces to report-file-record
    string "BEFORE/AFTER DIFFERENCES (live -> pending)"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying bf-idx from 1 by 1 until bf-idx > before-count
        move "N" to bf-matched(bf-idx)
    end-perform

    perform varying af-idx from 1 by 1 until af-idx > after-count
        perform diff-one-after-line
    end-perform

    perform varying bf-idx from 1 by 1 until bf-idx > before-count
        if bf-matched(bf-idx) = "N"
            add 1 to deletes-found
            move bf-line-no(bf-idx) to line-no-disp
            move spaces to report-file-record
            string "  DELETED  (was line " function trim(line-no-disp)
                   ") " function trim(bf-line(bf-idx))
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform

    if adds-found + deletes-found + changes-found = 0
        move "  (no differences - pending copy matches live)"
            to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line.

diff-one-after-line.
    perform varying bf-idx from 1 by 1 until bf-idx > before-count
        if bf-matched(bf-idx) = "N"
           and bf-key(bf-idx) = af-key(af-idx)
            move "Y" to bf-matched(bf-idx)
            if bf-line(bf-idx) <> af-line(af-idx)
                add 1 to changes-found
                move af-line-no(af-idx) to line-no-disp
                move spaces to report-file-record
                string "  CHANGED  (line " function trim(line-no-disp)
                       ") before: " function trim(bf-line(bf-idx))
                       delimited by size into report-file-record
                perform write-detail-line
                move spaces to report-file-record
                string "                   after:  "
                       function trim(af-line(af-idx))
                       delimited by size into report-file-record
                perform write-detail-line
            end-if
            exit paragraph
        end-if
    end-perform

    add 1 to adds-found
    move af-line-no(af-idx) to line-no-disp
    move spaces to report-file-record
    string "  ADDED    (line " function trim(line-no-disp) ") "
           function trim(af-line(af-idx))
           delimited by size into report-file-record
    perform write-detail-line.

write-check-summary.
    move spaces to report-file-record
    string "Lines live: " before-count
           "  pending: " after-count
           "  added: " adds-found
           "  deleted: " deletes-found
           "  changed: " changes-found
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    if syntax-errors > 0
        string "Verdict: REJECTED - fix the pending copy and check"
               " again (RC 8)"
               delimited by size into report-file-record
    else
        string "Verdict: CLEAN - submitted by "
               function trim(audit-operator-id)
               "; a second operator must promote it with -p"
               delimited by size into report-file-record
    end-if
    perform write-detail-line.

compute-pending-checksum.
    move 0 to pend-checksum
    move 0 to pend-lines

    open input pend-copy-file
    if pend-copy-status <> "00"
        exit paragraph
    end-if

    read pend-copy-file
    perform until pend-copy-status = "10"
        add 1 to pend-lines
        compute sum-len =
            function length(function trim(pend-copy-record trailing))
        perform varying sum-idx from 1 by 1 until sum-idx > sum-len
            compute pend-checksum =
                function mod(pend-checksum * 31
                    + function ord(pend-copy-record(sum-idx:1)),
                    1000000000)
        end-perform
        read pend-copy-file
    end-perform

    close pend-copy-file.

parse-refpend-record.
    move spaces to rp-table
    move spaces to rp-state
    move spaces to rp-submitter
    move spaces to rp-timestamp
    move spaces to rp-lines
    move spaces to rp-checksum

    unstring refpend-record delimited by " | "
        into rp-table, rp-state, rp-submitter, rp-timestamp,
             rp-lines, rp-checksum
    end-unstring.

record-submission.
    perform find-submission
    if submission-found
        move "SUPERSEDED" to rp-new-state
        perform mark-submission
        move "SUBMITTED" to rp-new-state
    end-if

    perform make-now-timestamp

    open extend refpend-file
    if refpend-status = "05" or refpend-status = "35"
        open output refpend-file
    end-if

    move spaces to refpend-record
    string function trim(table-base) " | SUBMITTED | "
           function trim(audit-operator-id) " | "
           now-timestamp " | "
           pend-lines " | "
           pend-checksum
           delimited by size into refpend-record
    write refpend-record

    close refpend-file.

find-submission.
    move "N" to rp-found-flag
    move spaces to rp-hold-submitter
    move 0 to rp-hold-checksum

    open input refpend-file
    if refpend-status <> "00"
        exit paragraph
    end-if

    read refpend-file
    perform until refpend-status = "10"
        perform parse-refpend-record
        if rp-table = table-base and rp-state = "SUBMITTED"
            set submission-found to true
            move rp-submitter to rp-hold-submitter
            if function test-numval(rp-checksum) = 0
                compute rp-hold-checksum = function numval(rp-checksum)
            end-if
        end-if
        read refpend-file
    end-perform

    close refpend-file.

mark-submission.
    open input refpend-file
    if refpend-status <> "00"
        exit paragraph
    end-if

    open output refpend-work

    read refpend-file
    perform until refpend-status = "10"
        move refpend-record to refpend-work-record
        perform parse-refpend-record
        if rp-table = table-base and rp-state = "SUBMITTED"
            move spaces to refpend-work-record
            string function trim(rp-table) " | "
                   function trim(rp-new-state) " | "
                   function trim(rp-submitter) " | "
                   rp-timestamp " | "
                   function trim(rp-lines) " | "
                   function trim(rp-checksum) " | by "
                   function trim(audit-operator-id)
                   delimited by size into refpend-work-record
        end-if
        write refpend-work-record
        read refpend-file
    end-perform

    close refpend-file
    close refpend-work

    open input refpend-work
    open output refpend-file
    read refpend-work
    perform until refpend-work-status = "10"
        move refpend-work-record to refpend-record
        write refpend-record
        read refpend-work
    end-perform
    close refpend-work
    close refpend-file

    call "CBL_DELETE_FILE" using refpend-work-name
        returning del-status
    end-call.

parse-refvers-record.
    move spaces to rv-table
    move spaces to rv-version
    move spaces to rv-timestamp
    move spaces to rv-submitter
    move spaces to rv-promoter
    move spaces to rv-lines
    move spaces to rv-checksum
    move spaces to rv-run

    unstring refvers-record delimited by " | "
        into rv-table, rv-version, rv-timestamp, rv-submitter,
             rv-promoter, rv-lines, rv-checksum, rv-run
    end-unstring.

find-current-version.
    move 0 to current-version

    open input refvers-file
    if refvers-status <> "00"
        exit paragraph
    end-if

    read refvers-file
    perform until refvers-status = "10"
        perform parse-refvers-record
        if rv-table = table-base
           and rv-version(1:1) = "v"
           and function test-numval(rv-version(2:)) = 0
            compute current-version = function numval(rv-version(2:))
        end-if
        read refvers-file
    end-perform

    close refvers-file.

preserve-live-version.
    move current-version to version-disp
    move spaces to version-copy-name
    string function trim(table-name) ".v" version-disp
           delimited by size into version-copy-name

    open input live-file
    if live-status <> "00"
        exit paragraph
    end-if

    open output version-copy-file
    read live-file
    perform until live-status = "10"
        move live-record to version-copy-record
        write version-copy-record
        read live-file
    end-perform
    close live-file
    close version-copy-file.

install-pending-copy.
    compute new-version = current-version + 1

    open input pend-copy-file
    open output live-file
    read pend-copy-file
    perform until pend-copy-status = "10"
        move pend-copy-record to live-record
        write live-record
        read pend-copy-file
    end-perform
    close pend-copy-file
    close live-file

    move new-version to version-disp
    move spaces to version-copy-name
    string function trim(table-name) ".v" version-disp
           delimited by size into version-copy-name

    open input pend-copy-file
    open output version-copy-file
    read pend-copy-file
    perform until pend-copy-status = "10"
        move pend-copy-record to version-copy-record
        write version-copy-record
        read pend-copy-file
    end-perform
    close pend-copy-file
    close version-copy-file.

register-new-version.
    perform make-now-timestamp
    perform resolve-audit-run-id
    move new-version to version-disp

    open extend refvers-file
    if refvers-status = "05" or refvers-status = "35"
        open output refvers-file
    end-if

    move spaces to refvers-record
    string function trim(table-base) " | v" version-disp " | "
           now-timestamp " | "
           function trim(rp-hold-submitter) " | "
           function trim(audit-operator-id) " | "
           pend-lines " | "
           pend-checksum " | run="
           audit-run-id
           delimited by size into refvers-record
    write refvers-record

    close refvers-file.

list-version-history.
    perform open-control-report

    move spaces to report-file-record
    string "VERSION HISTORY (each version was live from its"
           " promotion until the next one)"
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to prior-version

    open input refvers-file
    if refvers-status = "00"
        read refvers-file
        perform until refvers-status = "10"
            perform parse-refvers-record
            if rv-table = table-base
                perform list-one-version
            end-if
            read refvers-file
        end-perform
        close refvers-file
    end-if

    if prior-version <> spaces
        move spaces to report-file-record
        string "  " prior-version " live from " prior-timestamp
               " to now (promoted by "
               function trim(prior-promoter) ")"
               delimited by size into report-file-record
        perform write-detail-line
    else
        move "  (no promotions recorded - the table has never been"
            to report-file-record
        perform write-detail-line
        move "   changed under change control)" to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Versions listed: " versions-listed
           delimited by size into report-file-record
    perform write-detail-line
    close report-file

    move spaces to audit-result-value
    string "version history listed: " versions-listed
           delimited by size into audit-result-value.

list-one-version.
    add 1 to versions-listed
    if prior-version <> spaces
        move spaces to report-file-record
        string "  " prior-version " live from " prior-timestamp
               " to " rv-timestamp
               " (promoted by " function trim(prior-promoter) ")"
               delimited by size into report-file-record
        perform write-detail-line
    end-if
    move rv-version to prior-version
    move rv-timestamp to prior-timestamp
    move rv-promoter to prior-promoter.

show-usage.
    display "Usage: ref-table-control -s <table>"
    display "       ref-table-control -c <table> <report-file>"
    display "       ref-table-control -p <table> <report-file>"
    display "       ref-table-control -x <table>"
    display "       ref-table-control -h <table> <report-file>"
    display "  staged change control for the reference tables"
    display "  LAYOUTS, ADDRREF, CASEDICT, BURSTRULES, DISTLIST,"
    display "  FORMSDEF, LIMITS, DEPTBUDG, and REASONCD (.TXT):"
    display "    -s  open a pending copy <table>.PEND from the live"
    display "        table for editing"
    display "    -c  syntax-check the pending copy against the"
    display "        table's own format and list the before/after"
    display "        differences; a clean copy is submitted for"
    display "        promotion (REFPEND.TXT), errors give RC 8"
    display "    -p  promote a submitted copy - dual control, the"
    display "        promoter must not be the submitter; the old"
    display "        live table is kept as <table>.vNNNN and the"
    display "        version is registered in REFVERS.TXT"
    display "    -x  withdraw the pending copy"
    display "    -h  list which version was live over which period"
    move 16 to return-code
    stop run.

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
