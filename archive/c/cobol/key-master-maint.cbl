    select key-file assign to dynamic key-filename
        organization is indexed
        access mode is dynamic
        record key is key-file-key
        file status is key-file-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is journal-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

    select freezelog-file assign to dynamic freezelog-filename
        organization is line sequential
        file status is freezelog-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
data division.
file section.
fd  transaction-file.
01  transaction-record   pic x(200).

fd  key-file.
    copy "keymaster-fd.cpy".

fd  report-file.
01  report-file-record   pic x(120).
    copy "exception-fd.cpy".

fd  journal-file.
01  journal-record    pic x(400).

fd  calendar-file.
    copy "calendar-fd.cpy".

fd  freezelog-file.
    copy "freezelog-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".
01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "calendar-ws.cpy".
copy "freeze-ws.cpy".
copy "elapsed-ws.cpy".
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".
copy "keymaster-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 run-mode          pic x value 'M'.
   88 mode-maintain  value 'M'.
   88 mode-reverse   value 'R'.
01 reverse-batch-id  pic x(12).
01 reverse-result    pic x(100).

01 transaction-filename    pic x(100).
01 transaction-file-status pic xx.
01 report-file-status      pic xx.

01 trans-type        pic x(1).
01 trans-table       pic x(8).
01 trans-table-text  pic x(20).
01 trans-key-text    pic x(20).
01 trans-new-text    pic x(40).
01 trans-state-text  pic x(4).
01 trans-from-text   pic x(10).
01 trans-to-text     pic x(10).
01 trans-desc        pic x(40).
01 trans-state       pic x(1).
01 trans-eff-from    pic x(10).
01 trans-eff-to      pic x(10).
01 trans-attr-reason pic x(60).
01 trans-date-check  pic x(10).
01 trans-date-8      pic 9(8).
01 trans-ptr         binary-long.
01 trans-key-num     pic s9(9).
01 trans-new-num     pic s9(9).
01 adds-applied      pic 9(9) value 0.
01 deletes-applied   pic 9(9) value 0.
01 changes-applied   pic 9(9) value 0.
01 updates-applied   pic 9(9) value 0.
01 trans-rejected    pic 9(9) value 0.
01 trans-applied     pic 9(9) value 0.
01 journal-filename  pic x(100) value "KEYJRNL.TXT".
01 jr-after          pic s9(9).
01 jr-before-disp    pic ---------9.
01 jr-after-disp     pic ---------9.
01 jr-prior.
   05 jr-prior-desc     pic x(40).
   05 jr-prior-state    pic x(1).
   05 jr-prior-from     pic x(10).
   05 jr-prior-to       pic x(10).
01 jr-now.
   05 jr-now-desc       pic x(40).
   05 jr-now-state      pic x(1).
   05 jr-now-from       pic x(10).
   05 jr-now-to         pic x(10).
01 before-count      pic 9(9) value 0.
01 after-count       pic 9(9) value 0.
01 jr-line           pic x(400).

01 batch-state       pic x value 'N'.
   88 batch-open     value 'Y'.
01 batch-pass        pic x value space.
   88 batch-validating value 'V'.
   88 batch-applying value 'P'.
   88 batch-reversing value 'R'.
01 batch-id          pic x(12).
01 batch-fault       pic x(80).
01 batch-fault-reason pic x(8).
01 MAX-BATCH-TRANS constant as 500.
01 bt-count          pic 9(4) value 0.
01 bt-table.
   05 bt-line        pic x(200) occurs 500 times.
01 bt-idx            pic 9(4).
01 bt-overflow       pic 9(9) value 0.
01 bt-lines          pic 9(9).
01 bt-key-hash       pic s9(18).
01 bt-hash-disp      pic -(17)9.
01 bt-hash-disp-2    pic -(17)9.
01 bt-tag            pic x(4).
01 bt-trl-count-x    pic x(20).
01 bt-trl-hash-x     pic x(24).
01 bt-trl-count      pic 9(9).
01 bt-trl-hash       pic s9(18).
01 bt-trailer-state  pic x value 'N'.
   88 bt-trailer-none value 'N'.
   88 bt-trailer-good value 'Y'.
   88 bt-trailer-bad value 'X'.
01 bt-rejected-before pic 9(9).
01 bt-failed         pic 9(9).
01 bt-saved-counts.
   05 bt-saved-adds     pic 9(9).
   05 bt-saved-deletes  pic 9(9).
   05 bt-saved-changes  pic 9(9).
   05 bt-saved-updates  pic 9(9).
01 batches-read      pic 9(9) value 0.
01 batches-applied   pic 9(9) value 0.
01 batches-rejected  pic 9(9) value 0.

01 MAX-SIM-KEYS constant as 1000.
01 sim-count         pic 9(4) value 0.
01 sim-table.
   05 sim-entry      occurs 1000 times.
      10 sim-tab     pic x(8).
      10 sim-key     pic s9(9).
      10 sim-present pic x.
01 sim-idx           pic 9(4).
01 sim-probe-tab     pic x(8).
01 sim-probe-key     pic s9(9).
01 sim-present-flag  pic x.
   88 sim-key-present value 'Y'.
01 sim-source-flag   pic x.
   88 sim-from-master value 'M'.
01 sim-mark-present  pic x.

01 MAX-UNDO constant as 500.
01 un-count          pic 9(4) value 0.
01 un-table.
   05 un-entry       occurs 500 times.
      10 un-action   pic x.
      10 un-tab      pic x(8).
      10 un-before   pic s9(9).
      10 un-after    pic s9(9).
      10 un-now      pic x(61).
      10 un-prior    pic x(61).
01 un-idx            pic 9(4).
01 un-reversed       pic 9(9) value 0.
01 un-failed         pic 9(9) value 0.
01 un-already-flag   pic x value 'N'.
   88 batch-already-reversed value 'Y'.
01 un-overflow-flag  pic x value 'N'.
   88 batch-too-large value 'Y'.
01 key-disp          pic ---------9.

01 jl-when           pic x(20).
01 jl-run            pic x(10).
01 jl-oper           pic x(20).
01 jl-action         pic x(4).
01 jl-before         pic x(20).
01 jl-after          pic x(20).
01 jl-table          pic x(20).
01 jl-desc           pic x(50).
01 jl-state          pic x(10).
01 jl-from           pic x(20).
01 jl-to             pic x(20).
01 jl-prior-desc     pic x(60).
01 jl-prior-state    pic x(20).
01 jl-prior-from     pic x(30).
01 jl-prior-to       pic x(30).
01 jl-batch          pic x(20).
01 jl-reversal       pic x(12).
01 jl-image.
   05 jl-image-desc  pic x(40).
   05 jl-image-state pic x(1).
   05 jl-image-from  pic x(10).
   05 jl-image-to    pic x(10).

01 count-work        pic 9(9).

    move "key-master-maint" to audit-program-id
    perform validate-args
    perform check-operator-authority
    move transaction-filename to freeze-target
    if mode-reverse
        move key-filename to freeze-target
    end-if
    perform check-change-freeze
    if change-refused
        perform refuse-frozen-change
    end-if
    if change-emergency
        display function trim(freeze-message)
    end-if

    if mode-reverse
        perform run-batch-reversal
        move key-filename to audit-input-value
        move spaces to audit-result-value
        string "batch reversal " function trim(reverse-batch-id)
               ": " function trim(reverse-result)
               delimited by size into audit-result-value
        perform log-audit-entry
        stop run
    end-if

    perform run-maintenance
    move transaction-filename to audit-input-value
    compute trans-applied =
        adds-applied + deletes-applied + changes-applied
        + updates-applied
    move spaces to audit-result-value
    string "batch: read=" trans-read
           " processed=" trans-applied
           " rejected=" trans-rejected
           " batches=" batches-read
           " applied=" batches-applied
           " batch-rejected=" batches-rejected
           delimited by size into audit-result-value
    if batches-rejected > 0
        move 4 to return-code
    end-if
    perform log-audit-entry
    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 3 and argc <> 4
        perform show-usage
    end-if

        accept arg-val(arg-idx) from argument-value
    end-perform

    if argc = 4
        if arg-val(1) <> "-r" or arg-val(2) = spaces
            perform show-usage
        end-if
        set mode-reverse to true
        move arg-val(2) to reverse-batch-id
        move arg-val(3) to key-filename
        move arg-val(4) to report-filename
        if key-filename = spaces or report-filename = spaces
            perform show-usage
        end-if
        exit paragraph
    end-if

    move arg-val(1) to transaction-filename
    move arg-val(2) to key-filename
    move arg-val(3) to report-filename
    end-if.

run-maintenance.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"

    read transaction-file
    perform until transaction-file-status = "10"
        perform route-transaction-line
        read transaction-file
    end-perform

    if batch-open
        set bt-trailer-none to true
        perform close-transaction-batch
    end-if

    close transaction-file
    close key-file

        exit paragraph
    end-if

    move low-values to key-file-key
    start key-file key >= key-file-key
        invalid key
            close key-file
            exit paragraph

    close key-file.

route-transaction-line.
    if function trim(transaction-record) = spaces
        exit paragraph
    end-if

    if transaction-record(1:1) = "*"
        exit paragraph
    end-if

    evaluate true
        when function upper-case(transaction-record(1:4)) = "H | "
            if batch-open
                set bt-trailer-none to true
                perform close-transaction-batch
            end-if
            perform open-transaction-batch
        when function upper-case(transaction-record(1:4)) = "T | "
            if batch-open
                perform parse-batch-trailer
                perform close-transaction-batch
            else
                add 1 to trans-read
                perform reject-transaction-format
            end-if
        when batch-open
            if bt-count < MAX-BATCH-TRANS
                add 1 to bt-count
                move transaction-record to bt-line(bt-count)
            else
                add 1 to bt-overflow
            end-if
        when other
            perform apply-one-transaction
    end-evaluate.

open-transaction-batch.
    set batch-open to true
    move 0 to bt-count
    move 0 to bt-overflow
    set bt-trailer-none to true
    move spaces to bt-tag
    move spaces to batch-id
    unstring transaction-record delimited by " | "
        into bt-tag, batch-id
    end-unstring.

parse-batch-trailer.
    move spaces to bt-tag
    move spaces to bt-trl-count-x
    move spaces to bt-trl-hash-x
    unstring transaction-record delimited by " | "
        into bt-tag, bt-trl-count-x, bt-trl-hash-x
    end-unstring

    if function test-numval(bt-trl-count-x) <> 0
       or function test-numval(bt-trl-hash-x) <> 0
        set bt-trailer-bad to true
        exit paragraph
    end-if

    compute bt-trl-count = function numval(bt-trl-count-x)
    compute bt-trl-hash = function numval(bt-trl-hash-x)
    set bt-trailer-good to true.

close-transaction-batch.
    move "N" to batch-state
    add 1 to batches-read
    move spaces to batch-fault
    move spaces to batch-fault-reason
    move trans-rejected to bt-rejected-before
    move 0 to bt-key-hash
    move 0 to sim-count
    compute bt-lines = bt-count + bt-overflow

    evaluate true
        when batch-id = spaces
            move "batch header carries no batch id" to batch-fault
            move "LAYOUT" to batch-fault-reason
        when bt-overflow > 0
            string "more than " MAX-BATCH-TRANS
                   " transactions in one batch"
                   delimited by size into batch-fault
            move "LAYOUT" to batch-fault-reason
        when other
            perform check-batch-id-unused
    end-evaluate

    if batch-fault <> spaces
        add bt-lines to trans-read
        perform reject-whole-batch
        exit paragraph
    end-if

    set batch-validating to true
    perform varying bt-idx from 1 by 1 until bt-idx > bt-count
        move bt-line(bt-idx) to transaction-record
        perform apply-one-transaction
    end-perform
    move space to batch-pass

    compute bt-failed = trans-rejected - bt-rejected-before
    move bt-key-hash to bt-hash-disp
    move bt-trl-hash to bt-hash-disp-2

    evaluate true
        when bt-failed > 0
            string bt-failed " of " bt-lines
                   " transaction(s) failed validation"
                   delimited by size into batch-fault
            move "BATCH" to batch-fault-reason
        when bt-trailer-none
            move "no batch trailer before the next header or end of file"
                to batch-fault
            move "CTLTOTAL" to batch-fault-reason
        when bt-trailer-bad
            move "batch trailer count or key hash is not numeric"
                to batch-fault
            move "CTLTOTAL" to batch-fault-reason
        when bt-trl-count <> bt-lines
            string "trailer count " bt-trl-count " but "
                   bt-lines " transaction(s) in the batch"
                   delimited by size into batch-fault
            move "CTLTOTAL" to batch-fault-reason
        when bt-trl-hash <> bt-key-hash
            string "trailer key hash " function trim(bt-hash-disp-2)
                   " but the keys total " function trim(bt-hash-disp)
                   delimited by size into batch-fault
            move "CTLTOTAL" to batch-fault-reason
    end-evaluate

    if batch-fault <> spaces
        perform reject-whole-batch
        exit paragraph
    end-if

    move adds-applied to bt-saved-adds
    move deletes-applied to bt-saved-deletes
    move changes-applied to bt-saved-changes
    move updates-applied to bt-saved-updates
    move 0 to un-count

    set batch-applying to true
    perform varying bt-idx from 1 by 1 until bt-idx > bt-count
        move bt-line(bt-idx) to transaction-record
        perform apply-one-transaction
    end-perform
    move space to batch-pass

    if trans-rejected > bt-rejected-before
        set batch-reversing to true
        perform varying un-idx from un-count by -1 until un-idx < 1
            perform reverse-one-image
        end-perform
        move space to batch-pass
        move bt-saved-adds to adds-applied
        move bt-saved-deletes to deletes-applied
        move bt-saved-changes to changes-applied
        move bt-saved-updates to updates-applied
        string "a transaction failed while applying - the applied"
               " part was backed out"
               delimited by size into batch-fault
        move "SYSFAIL" to batch-fault-reason
        perform reject-whole-batch
        exit paragraph
    end-if

    add 1 to batches-applied
    move spaces to report-file-record
    string "Batch " function trim(batch-id) ": " bt-lines
           " transaction(s) APPLIED as a unit, key hash "
           function trim(bt-hash-disp)
           delimited by size into report-file-record
    perform write-detail-line.

reject-whole-batch.
    add 1 to batches-rejected
    compute trans-rejected = bt-rejected-before + bt-lines

    move spaces to exception-file-record
    string "H | " function trim(batch-id)
           ": KMM105E BATCH REJECTED UNAPPLIED ("
           function trim(batch-fault) ")"
           delimited by size into exception-file-record
    move batch-fault-reason to exception-reason
    perform write-exception-line

    move spaces to report-file-record
    string "Batch " function trim(batch-id) ": " bt-lines
           " transaction(s) REJECTED UNAPPLIED - "
           function trim(batch-fault)
           delimited by size into report-file-record
    perform write-detail-line.

check-batch-id-unused.
    open input journal-file
    if journal-status <> "00"
        exit paragraph
    end-if

    read journal-file
    perform until journal-status = "10"
        perform parse-journal-record
        if jl-batch(1:6) = "batch=" and jl-batch(7:12) = batch-id
            string "batch id already on the journal "
                   function trim(journal-filename)
                   delimited by size into batch-fault
            move "DUPFILE" to batch-fault-reason
            exit perform
        end-if
        read journal-file
    end-perform

    close journal-file.

parse-journal-record.
    move spaces to jl-when
    move spaces to jl-run
    move spaces to jl-oper
    move spaces to jl-action
    move spaces to jl-before
    move spaces to jl-after
    move spaces to jl-table
    move spaces to jl-desc
    move spaces to jl-state
    move spaces to jl-from
    move spaces to jl-to
    move spaces to jl-prior-desc
    move spaces to jl-prior-state
    move spaces to jl-prior-from
    move spaces to jl-prior-to
    move spaces to jl-batch
    move spaces to jl-reversal

    unstring journal-record delimited by " | "
        into jl-when, jl-run, jl-oper, jl-action,
             jl-before, jl-after, jl-table,
             jl-desc, jl-state, jl-from, jl-to,
             jl-prior-desc, jl-prior-state,
             jl-prior-from, jl-prior-to,
             jl-batch, jl-reversal
    end-unstring.

probe-sim-key.
    move "N" to sim-present-flag
    move space to sim-source-flag

    perform varying sim-idx from sim-count by -1 until sim-idx < 1
        if sim-tab(sim-idx) = sim-probe-tab
           and sim-key(sim-idx) = sim-probe-key
            move sim-present(sim-idx) to sim-present-flag
            exit paragraph
        end-if
    end-perform

    set sim-from-master to true
    move sim-probe-tab to key-file-table
    move sim-probe-key to key-file-num
    read key-file
        invalid key
            move "N" to sim-present-flag
        not invalid key
            move "Y" to sim-present-flag
    end-read.

mark-sim-key.
    if sim-count < MAX-SIM-KEYS
        add 1 to sim-count
        move sim-probe-tab to sim-tab(sim-count)
        move sim-probe-key to sim-key(sim-count)
        move sim-mark-present to sim-present(sim-count)
    end-if.

check-add.
    move trans-table to sim-probe-tab
    move trans-key-num to sim-probe-key
    perform probe-sim-key
    if sim-key-present
        perform reject-duplicate-key
        exit paragraph
    end-if
    move "Y" to sim-mark-present
    perform mark-sim-key.

check-update.
    move trans-table to sim-probe-tab
    move trans-key-num to sim-probe-key
    perform probe-sim-key
    if not sim-key-present
        perform reject-missing-key
    end-if.

check-delete.
    move trans-table to sim-probe-tab
    move trans-key-num to sim-probe-key
    perform probe-sim-key
    if not sim-key-present
        perform reject-missing-key
        exit paragraph
    end-if
    move "N" to sim-mark-present
    perform mark-sim-key.

check-change.
    move trans-table to sim-probe-tab
    move trans-new-num to sim-probe-key
    perform probe-sim-key
    if sim-key-present
        perform reject-duplicate-key
        exit paragraph
    end-if

    move trans-key-num to sim-probe-key
    perform probe-sim-key
    if not sim-key-present
        perform reject-missing-key
        exit paragraph
    end-if

    move "N" to sim-mark-present
    perform mark-sim-key
    move trans-new-num to sim-probe-key
    move "Y" to sim-mark-present
    perform mark-sim-key.

apply-one-transaction.
    if function trim(transaction-record) = spaces
        exit paragraph
        exit paragraph
    end-if

    if not batch-applying
        add 1 to trans-read
    end-if

    move spaces to trans-type
    move spaces to trans-table-text
    move spaces to trans-key-text
    move spaces to trans-new-text
    move spaces to trans-state-text
    move spaces to trans-from-text
    move spaces to trans-to-text
    move 1 to trans-ptr

    if transaction-record(2:3) = " | "
        unstring transaction-record
            delimited by " | "
            into trans-type, trans-table-text, trans-key-text,
                 trans-new-text, trans-state-text,
                 trans-from-text, trans-to-text
            with pointer trans-ptr
        end-unstring
    else
        move KEY-DEFAULT-TABLE to trans-table-text
        unstring transaction-record
            delimited by all space
            into trans-type, trans-key-text, trans-new-text
            with pointer trans-ptr
        end-unstring
    end-if

    move function upper-case(trans-table-text) to trans-table
    if trans-table = spaces or trans-table-text(9:) <> spaces
        perform reject-transaction-format
        exit paragraph
    end-if

    if function test-numval(trans-key-text) <> 0
        perform reject-transaction-format
        exit paragraph
    end-if
    compute trans-key-num = function numval(trans-key-text)
    if batch-validating
        add trans-key-num to bt-key-hash
    end-if

    evaluate function upper-case(trans-type)
        when "A"
            perform edit-key-attributes
            if trans-attr-reason <> spaces
                perform reject-key-attributes
            else
                perform apply-add
            end-if
        when "U"
            perform edit-key-attributes
            if trans-attr-reason <> spaces
                perform reject-key-attributes
            else
                perform apply-update
            end-if
        when "D"
            perform apply-delete
        when "C"
            perform reject-transaction-format
    end-evaluate.

edit-key-attributes.
    move spaces to trans-attr-reason
    move trans-new-text to trans-desc
    inspect trans-desc replacing all "|" by "/"

    move function upper-case(trans-state-text(1:1)) to trans-state
    if trans-state = space
        move "A" to trans-state
    end-if
    if trans-state <> "A" and trans-state <> "I"
       or trans-state-text(2:) <> spaces
        move "status must be A (active) or I (inactive)"
            to trans-attr-reason
        exit paragraph
    end-if

    move trans-from-text to trans-date-check
    perform edit-effective-date
    move trans-date-check to trans-eff-from
    if trans-attr-reason <> spaces
        exit paragraph
    end-if

    move trans-to-text to trans-date-check
    perform edit-effective-date
    move trans-date-check to trans-eff-to
    if trans-attr-reason <> spaces
        exit paragraph
    end-if

    if trans-eff-from <> spaces and trans-eff-to <> spaces
       and trans-eff-from > trans-eff-to
        move "effective-from date is after effective-to date"
            to trans-attr-reason
    end-if.

edit-effective-date.
    if trans-date-check = spaces or trans-date-check = "-"
        move spaces to trans-date-check
        exit paragraph
    end-if

    if trans-date-check(5:1) <> "-" or trans-date-check(8:1) <> "-"
       or trans-date-check(1:4) is not numeric
       or trans-date-check(6:2) is not numeric
       or trans-date-check(9:2) is not numeric
        move "effective date is not YYYY-MM-DD" to trans-attr-reason
        exit paragraph
    end-if

    string trans-date-check(1:4) trans-date-check(6:2)
           trans-date-check(9:2)
           delimited by size into trans-date-8
    if function test-date-yyyymmdd(trans-date-8) <> 0
        move "effective date is not a calendar date"
            to trans-attr-reason
    end-if.

move-trans-attributes.
    move trans-desc to key-file-desc
    move trans-state to key-file-state
    move trans-eff-from to key-file-eff-from
    move trans-eff-to to key-file-eff-to
    move key-file-desc to jr-now-desc
    move key-file-state to jr-now-state
    move key-file-eff-from to jr-now-from
    move key-file-eff-to to jr-now-to.

save-prior-attributes.
    move key-file-desc to jr-prior-desc
    move key-file-state to jr-prior-state
    move key-file-eff-from to jr-prior-from
    move key-file-eff-to to jr-prior-to.

apply-add.
    if batch-validating
        perform check-add
        exit paragraph
    end-if

    move spaces to jr-prior
    move trans-table to key-file-table
    move trans-key-num to key-file-num
    perform move-trans-attributes
    write key-file-record
        invalid key
            perform reject-duplicate-key
            perform journal-applied-transaction
    end-write.

apply-update.
    if batch-validating
        perform check-update
        exit paragraph
    end-if

    move trans-table to key-file-table
    move trans-key-num to key-file-num
    read key-file
        invalid key
            perform reject-missing-key
            exit paragraph
    end-read

    perform save-prior-attributes
    perform move-trans-attributes
    rewrite key-file-record
        invalid key
            perform reject-missing-key
        not invalid key
            add 1 to updates-applied
            move "U" to jr-action
            move trans-key-num to jr-before
            move trans-key-num to jr-after
            perform journal-applied-transaction
    end-rewrite.

apply-delete.
    if batch-validating
        perform check-delete
        exit paragraph
    end-if

    move trans-table to key-file-table
    move trans-key-num to key-file-num
    read key-file
        invalid key
            perform reject-missing-key
            exit paragraph
    end-read

    perform save-prior-attributes
    move spaces to jr-now
    delete key-file
        invalid key
            perform reject-missing-key
    end-delete.

apply-change.
    if batch-validating
        perform check-change
        exit paragraph
    end-if

    move trans-table to key-file-table
    move trans-new-num to key-file-num
    read key-file
        invalid key
    end-read

    move trans-key-num to key-file-num
    read key-file
        invalid key
            perform reject-missing-key
            exit paragraph
    end-read

    perform save-prior-attributes
    move jr-prior to jr-now
    delete key-file
        invalid key
            perform reject-missing-key
           function trim(audit-operator-id) " | "
           jr-action " | before="
           function trim(jr-before-disp) " | after="
           function trim(jr-after-disp) " | table="
           function trim(trans-table) " | desc="
           function trim(jr-now-desc) " | state="
           jr-now-state " | from="
           jr-now-from " | to="
           jr-now-to " | prior-desc="
           function trim(jr-prior-desc) " | prior-state="
           jr-prior-state " | prior-from="
           jr-prior-from " | prior-to="
           jr-prior-to
           delimited by size into journal-record

    if batch-applying or batch-reversing
        move spaces to jr-line
        if batch-reversing
            string function trim(journal-record) " | batch="
                   function trim(batch-id) " | reversal"
                   delimited by size into jr-line
        else
            string function trim(journal-record) " | batch="
                   function trim(batch-id)
                   delimited by size into jr-line
        end-if
        move jr-line to journal-record
    end-if
    write journal-record

    close journal-file

    if batch-applying and un-count < MAX-UNDO
        add 1 to un-count
        move jr-action to un-action(un-count)
        move trans-table to un-tab(un-count)
        move jr-before to un-before(un-count)
        move jr-after to un-after(un-count)
        move jr-now to un-now(un-count)
        move jr-prior to un-prior(un-count)
    end-if.

run-batch-reversal.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move spaces to exception-filename
    string function trim(report-filename) ".exc"
           delimited by size into exception-filename
    open output exception-file
    if exception-file-status <> "00"
        perform show-usage
    end-if

    move "KEY MASTER BATCH REVERSAL" to rpt-program-title
    perform init-report-header

    move reverse-batch-id to batch-id
    perform load-batch-journal-images

    move spaces to batch-fault
    evaluate true
        when un-count = 0
            string "batch " function trim(batch-id)
                   " is not on the journal "
                   function trim(journal-filename)
                   delimited by size into batch-fault
        when batch-already-reversed
            string "batch " function trim(batch-id)
                   " has already been reversed"
                   delimited by size into batch-fault
        when batch-too-large
            string "batch " function trim(batch-id)
                   " has more than " MAX-UNDO " journal entries"
                   delimited by size into batch-fault
    end-evaluate

    perform count-master-records
    move count-work to before-count

    if batch-fault = spaces
        open i-o key-file
        if key-file-status <> "00"
            perform show-usage
        end-if
        move 0 to sim-count
        perform varying un-idx from un-count by -1 until un-idx < 1
            perform check-one-reversal-image
        end-perform
        if batch-fault = spaces
            set batch-reversing to true
            perform varying un-idx from un-count by -1 until un-idx < 1
                perform reverse-one-image
            end-perform
            move space to batch-pass
        end-if
        close key-file
    end-if

    perform count-master-records
    move count-work to after-count

    if batch-fault <> spaces
        display "REFUSED: " function trim(batch-fault)
        move spaces to report-file-record
        string "REFUSED - nothing reversed: " function trim(batch-fault)
               delimited by size into report-file-record
        perform write-detail-line
        move spaces to reverse-result
        string "REFUSED " function trim(batch-fault)
               delimited by size into reverse-result
        move 12 to return-code
    else
        move spaces to report-file-record
        string "Batch " function trim(batch-id) ": " un-reversed
               " journal entr(ies) reversed, newest first, "
               un-failed " failed"
               delimited by size into report-file-record
        perform write-detail-line
        move spaces to reverse-result
        string "reversed=" un-reversed " failed=" un-failed
               delimited by size into reverse-result
        if un-failed > 0
            move 8 to return-code
        end-if
    end-if

    move spaces to report-file-record
    string "Master records before: " before-count
           "  after: " after-count
           delimited by size into report-file-record
    perform write-detail-line

    perform write-run-summary-footer

    close report-file
    close exception-file.

load-batch-journal-images.
    move 0 to un-count

    open input journal-file
    if journal-status <> "00"
        exit paragraph
    end-if

    read journal-file
    perform until journal-status = "10"
        perform parse-journal-record
        if jl-batch(1:6) = "batch=" and jl-batch(7:12) = batch-id
            if jl-reversal = "reversal"
                set batch-already-reversed to true
            else
                perform load-one-journal-image
            end-if
        end-if
        read journal-file
    end-perform

    close journal-file.

load-one-journal-image.
    if un-count >= MAX-UNDO
        set batch-too-large to true
        exit paragraph
    end-if

    add 1 to un-count
    move jl-action(1:1) to un-action(un-count)
    move jl-table(7:) to un-tab(un-count)
    move 0 to un-before(un-count)
    move 0 to un-after(un-count)
    if function test-numval(jl-before(8:)) = 0
        compute un-before(un-count) = function numval(jl-before(8:))
    end-if
    if function test-numval(jl-after(7:)) = 0
        compute un-after(un-count) = function numval(jl-after(7:))
    end-if

    move jl-desc(6:) to jl-image-desc
    move jl-state(7:1) to jl-image-state
    move jl-from(6:) to jl-image-from
    move jl-to(4:) to jl-image-to
    move jl-image to un-now(un-count)

    move jl-prior-desc(12:) to jl-image-desc
    move jl-prior-state(13:1) to jl-image-state
    move jl-prior-from(12:) to jl-image-from
    move jl-prior-to(10:) to jl-image-to
    move jl-image to un-prior(un-count).

check-one-reversal-image.
    if batch-fault <> spaces
        exit paragraph
    end-if

    move un-tab(un-idx) to sim-probe-tab
    evaluate un-action(un-idx)
        when "A"
            move un-after(un-idx) to sim-probe-key
            perform check-reversal-key-current
            move "N" to sim-mark-present
            perform mark-sim-key
        when "U"
            move un-before(un-idx) to sim-probe-key
            perform check-reversal-key-current
        when "D"
            move un-before(un-idx) to sim-probe-key
            perform check-reversal-key-free
            move "Y" to sim-mark-present
            perform mark-sim-key
        when "C"
            move un-after(un-idx) to sim-probe-key
            perform check-reversal-key-current
            move "N" to sim-mark-present
            perform mark-sim-key
            move un-before(un-idx) to sim-probe-key
            perform check-reversal-key-free
            move "Y" to sim-mark-present
            perform mark-sim-key
    end-evaluate.

check-reversal-key-current.
    perform probe-sim-key
    move sim-probe-key to key-disp

    if not sim-key-present
        string "key " function trim(sim-probe-tab) "/"
               function trim(key-disp)
               " is no longer on the master"
               delimited by size into batch-fault
        exit paragraph
    end-if

    if sim-from-master
        move key-file-desc to jl-image-desc
        move key-file-state to jl-image-state
        move key-file-eff-from to jl-image-from
        move key-file-eff-to to jl-image-to
        if jl-image <> un-now(un-idx)
            string "key " function trim(sim-probe-tab) "/"
                   function trim(key-disp)
                   " has changed since the batch was applied"
                   delimited by size into batch-fault
        end-if
    end-if.

check-reversal-key-free.
    perform probe-sim-key
    move sim-probe-key to key-disp

    if sim-key-present
        string "key " function trim(sim-probe-tab) "/"
               function trim(key-disp)
               " is back on the master since the batch was applied"
               delimited by size into batch-fault
    end-if.

reverse-one-image.
    move un-tab(un-idx) to trans-table
    move un-tab(un-idx) to key-file-table
    move "N" to sim-present-flag

    evaluate un-action(un-idx)
        when "A"
            move un-after(un-idx) to key-file-num
            read key-file
                invalid key
                    perform note-reversal-failure
                    exit paragraph
            end-read
            perform save-prior-attributes
            move spaces to jr-now
            delete key-file
                invalid key
                    perform note-reversal-failure
                    exit paragraph
            end-delete
            move "D" to jr-action
            move un-after(un-idx) to jr-before
            move 0 to jr-after
        when "D"
            move un-before(un-idx) to key-file-num
            move un-prior(un-idx) to jr-now
            perform move-now-attributes
            move spaces to jr-prior
            write key-file-record
                invalid key
                    perform note-reversal-failure
                    exit paragraph
            end-write
            move "A" to jr-action
            move 0 to jr-before
            move un-before(un-idx) to jr-after
        when "U"
            move un-before(un-idx) to key-file-num
            read key-file
                invalid key
                    perform note-reversal-failure
                    exit paragraph
            end-read
            perform save-prior-attributes
            move un-prior(un-idx) to jr-now
            perform move-now-attributes
            rewrite key-file-record
                invalid key
                    perform note-reversal-failure
                    exit paragraph
            end-rewrite
            move "U" to jr-action
            move un-before(un-idx) to jr-before
            move un-before(un-idx) to jr-after
        when "C"
            move un-after(un-idx) to key-file-num
            read key-file
                invalid key
                    perform note-reversal-failure
                    exit paragraph
            end-read
            perform save-prior-attributes
            move jr-prior to jr-now
            delete key-file
                invalid key
                    perform note-reversal-failure
                    exit paragraph
            end-delete
            move un-before(un-idx) to key-file-num
            write key-file-record
                invalid key
                    perform note-reversal-failure
                    exit paragraph
            end-write
            move "C" to jr-action
            move un-after(un-idx) to jr-before
            move un-before(un-idx) to jr-after
        when other
            exit paragraph
    end-evaluate

    add 1 to un-reversed
    perform journal-applied-transaction.

move-now-attributes.
    move jr-now-desc to key-file-desc
    move jr-now-state to key-file-state
    move jr-now-from to key-file-eff-from
    move jr-now-to to key-file-eff-to.

note-reversal-failure.
    add 1 to un-failed
    move un-before(un-idx) to key-disp
    move spaces to exception-file-record
    string "batch " function trim(batch-id) " "
           un-action(un-idx) " " function trim(un-tab(un-idx))
           "/" function trim(key-disp)
           ": KMM106E NOT REVERSED (key master changed underneath)"
           delimited by size into exception-file-record
    set rsn-system-failure to true
    perform write-exception-line.

reject-transaction-format.
    add 1 to trans-rejected
    move spaces to exception-file-record
    string function trim(transaction-record)
           ": KMM101W REJECTED (bad transaction format)"
           delimited by size into exception-file-record
    set rsn-bad-layout to true
    perform write-exception-line.

reject-key-attributes.
    add 1 to trans-rejected
    move spaces to exception-file-record
    string function trim(transaction-record)
           ": KMM104W REJECTED (" function trim(trans-attr-reason) ")"
           delimited by size into exception-file-record
    set rsn-bad-layout to true
    perform write-exception-line.

reject-duplicate-key.
    add 1 to trans-rejected
    move spaces to exception-file-record
    string function trim(transaction-record)
           ": KMM102W REJECTED (key already on master)"
           delimited by size into exception-file-record
    set rsn-duplicate-key to true
    perform write-exception-line.

reject-missing-key.
    add 1 to trans-rejected
    move spaces to exception-file-record
    string function trim(transaction-record)
           ": KMM103W REJECTED (key not on master)"
           delimited by size into exception-file-record
    set rsn-no-reference to true
    perform write-exception-line.

write-maintenance-summary.
    move spaces to report-file-record
           "  adds " adds-applied
           "  deletes " deletes-applied
           "  changes " changes-applied
           "  updates " updates-applied
           "  rejected " trans-rejected
           delimited by size into report-file-record
    perform write-detail-line.

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
    display "    A <key>        add a key"
    display "    D <key>        delete a key"
    display "    C <key> <new>  change a key to a new value"
    display "  (these act on the DEFAULT table), or pipe-separated to"
    display "  name the table and carry the key's attributes -"
    display "    A | <table> | <key> | <description> | <A|I>"
    display "        | <effective-from> | <effective-to>"
    display "    U | <table> | <key> | <description> | <A|I>"
    display "        | <effective-from> | <effective-to>"
    display "    D | <table> | <key>"
    display "    C | <table> | <key> | <new-key>"
    display "  status A is active, I inactive; effective dates are"
    display "  YYYY-MM-DD and a blank or - date leaves that end open;"
    display "  a change keeps the key's attributes, U replaces them"
    display "  missing/duplicate keys are rejected to the exception"
    display "  file; the report shows before/after record counts and"
    display "  a count by transaction type"
    display "  every applied add/change/update/delete is journaled"
    display "  with its table, its before- and after-image"
    display "  attributes, operator, and run number (KEYJRNL.TXT);"
    display "  key-master-asof reconstructs the master for any past"
    display "  date from that journal"
    display "  a batch of transactions between a header"
    display "  ""H | <batch-id>"" and a trailer ""T | <count> |"
    display "  <key hash>"" (the transaction count and the total of"
    display "  the <key> values) is all-or-nothing: the whole batch is"
    display "  validated against the master first, and if any"
    display "  transaction would be rejected, the trailer is missing"
    display "  or does not balance, or the batch id is already on"
    display "  the journal, the entire batch is rejected unapplied"
    display "  (RC 4); applied batch entries carry batch=<batch-id>"
    display "  on the journal; transactions outside any batch are"
    display "  applied one by one as before"
    display "       key-master-maint -r <batch-id> <indexed-key-master>"
    display "       <report-file>"
    display "  reverses one applied batch from KEYJRNL.TXT, newest"
    display "  entry first, journaling each reversal; refused (RC 12)"
    display "  if the batch is unknown, already reversed, or any of"
    display "  its keys has changed on the master since"
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

refuse-frozen-change.
    display function trim(freeze-message)
    move freeze-target to audit-input-value
    move freeze-message to audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

check-operator-authority.
    perform resolve-audit-operator

        end-if
    end-perform.

write-exception-line.
    if exception-reason = spaces
        set rsn-other to true
    end-if
    move REASON-TAG to exception-reason-tag
    move exception-reason to exception-reason-code
    if exception-partner-id = spaces
        move spaces to exception-partner-tag
        move spaces to exception-partner
    else
        move PARTNER-TAG to exception-partner-tag
        move exception-partner-id to exception-partner
    end-if
    write exception-file-record.

log-audit-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
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
