identification division.
program-id. record-sort.

environment division.
input-output section.
file-control.
    select sort-work assign to "SORTWK"
        file status is sort-work-status.

    select control-file assign to dynamic control-filename
        organization is line sequential
        file status is control-file-status.

    select layouts-file assign to dynamic layouts-filename
        organization is line sequential
        file status is layouts-status.

    select in-file assign to dynamic in-filename
        organization is line sequential
        file status is in-file-status.

    select out-file assign to dynamic out-filename
        organization is line sequential
        file status is out-file-status.

    select dup-file assign to dynamic dup-filename
        organization is line sequential
        file status is dup-file-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.

    select exception-file assign to dynamic exception-filename
        organization is line sequential
        file status is exception-file-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.

    select keyring-file assign to dynamic keyring-filename
        organization is line sequential
        file status is keyring-status.

    select masterkey-file assign to dynamic masterkey-filename
        organization is line sequential
        file status is masterkey-status.

    select stgchk-file assign to dynamic in-filename
        organization is line sequential
        file status is stgchk-status.

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
sd  sort-work.
01  sort-rec.
    05 sort-key       pic x(300).
    05 sort-seq       pic 9(9).
    05 sort-data      pic x(500).

fd  control-file.
01  control-file-record pic x(100).

fd  layouts-file.
    copy "layouts-fd.cpy".

fd  in-file.
01  in-file-record    pic x(500).

fd  out-file.
01  out-file-record   pic x(500).

fd  dup-file.
01  dup-file-record   pic x(500).

fd  report-file.
01  report-file-record pic x(120).

fd  exception-file.
    copy "exception-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

fd  keyring-file.
01  keyring-record    pic x(200).

fd  masterkey-file.
01  masterkey-record  pic x(100).

fd  stgchk-file.
01  stgchk-record     pic x(500).

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
copy "cipher-trailer.cpy".
copy "staged-ws.cpy".
copy "elapsed-ws.cpy".
copy "handoff-ws.cpy".
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "layouts-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 5 times.

01 control-filename     pic x(100).
01 control-file-status  pic xx.
01 in-filename          pic x(100).
01 in-file-status       pic xx.
01 out-filename         pic x(100).
01 out-file-status      pic xx.
01 dup-filename         pic x(100).
01 dup-file-status      pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 sort-work-status     pic xx.

01 MAX-SORT-KEYS     constant as 6.
01 MAX-KEY-WIDTH     constant as 300.
01 NUM-KEY-WIDTH     constant as 16.
01 sk-count          binary-long value 0.
01 sk-table.
   05 sk-entry occurs 6 times.
      10 sk-name     pic x(20).
      10 sk-start    pic 9(4).
      10 sk-len      pic 9(4).
      10 sk-order    pic x.
      10 sk-type     pic x.
01 sk-idx            binary-long.
01 sk-width          binary-long value 0.
01 sk-pos            binary-long.
01 sk-byte-idx       binary-long.
01 sk-layout-id      pic x(12) value spaces.
01 mask-layout-id    pic x(12).
01 dup-mode-flag     pic x value "K".
   88 dups-keep      value "K".
   88 dups-remove    value "R".

01 cc-verb           pic x(12).
01 cc-parm-1         pic x(20).
01 cc-parm-2         pic x(20).
01 cc-parm-3         pic x(20).
01 cc-parm-4         pic x(20).
01 cc-ptr            binary-long.
01 cc-line-no        pic 9(4) value 0.
01 cc-error          pic x(60).

01 key-field         pic x(100).
01 key-num           pic s9(13)v99.
01 key-offset        pic 9(14)v99.
01 key-offset-x redefines key-offset pic x(16).
01 key-byte          binary-long.
01 key-bad-flag      pic x value "N".
   88 key-is-bad     value "Y".

01 records-read      pic 9(9) value 0.
01 records-sorted    pic 9(9) value 0.
01 records-written   pic 9(9) value 0.
01 rejected-count    pic 9(9) value 0.
01 blank-count       pic 9(9) value 0.
01 dup-removed       pic 9(9) value 0.
01 dup-key-count     pic 9(9) value 0.
01 records-accounted pic 9(9) value 0.
01 input-seq         pic 9(9) value 0.
01 dup-hash          pic 9(9) value 0.
01 dup-count-out     pic 9(9) value 0.
01 out-count-hold    pic 9(9) value 0.
01 out-hash-hold     pic 9(9) value 0.

01 sort-eof-flag     pic x value 'N'.
   88 sort-eof       value 'Y'.
01 first-out-flag    pic x.
01 prev-out-key      pic x(300).
01 sk-start-disp     pic zzz9.
01 sk-len-disp       pic zzz9.

procedure division.

main.
    move "record-sort" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform load-control-card
    perform run-record-sort
    move in-filename to audit-input-value
    move spaces to audit-result-value
    string "batch: read=" records-read
           " written=" records-written
           " dup-removed=" dup-removed
           " rejected=" rejected-count
           delimited by size into audit-result-value
    perform log-audit-entry

    if rejected-count > 0
        move 4 to return-code
    end-if

    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 5
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) <> "-c"
        perform show-usage
    end-if

    move arg-val(2) to control-filename
    move arg-val(3) to in-filename
    move arg-val(4) to out-filename
    move arg-val(5) to report-filename

    if control-filename = spaces or in-filename = spaces
       or out-filename = spaces or report-filename = spaces
        perform show-usage
    end-if

    move spaces to dup-filename
    string function trim(out-filename) ".dup"
           delimited by size into dup-filename.

load-control-card.
    open input control-file
    if control-file-status <> "00"
        perform show-usage
    end-if

    read control-file
    perform until control-file-status = "10"
        add 1 to cc-line-no
        perform load-one-card-line
        read control-file
    end-perform

    close control-file

    if sk-count = 0
        move "no KEY statement on the control card" to cc-error
        perform reject-control-card
    end-if.

load-one-card-line.
    if function trim(control-file-record) = spaces
       or control-file-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to cc-verb
    move spaces to cc-parm-1
    move spaces to cc-parm-2
    move spaces to cc-parm-3
    move spaces to cc-parm-4
    move spaces to cc-error
    move 1 to cc-ptr

    unstring control-file-record
        delimited by all space
        into cc-verb, cc-parm-1, cc-parm-2, cc-parm-3, cc-parm-4
        with pointer cc-ptr
    end-unstring

    move function upper-case(cc-verb) to cc-verb

    evaluate cc-verb
        when "LAYOUT"
            perform card-layout
        when "KEY"
            perform card-key
        when "DUPLICATES"
            evaluate function upper-case(cc-parm-1)
                when "KEEP"
                    set dups-keep to true
                when "REMOVE"
                    set dups-remove to true
                when other
                    move "DUPLICATES must be KEEP or REMOVE" to cc-error
            end-evaluate
        when other
            move "unknown statement (LAYOUT, KEY, DUPLICATES)"
                to cc-error
    end-evaluate

    if cc-error <> spaces
        close control-file
        perform reject-control-card
    end-if.

card-layout.
    if sk-count > 0
        move "LAYOUT must come before the first KEY" to cc-error
        exit paragraph
    end-if

    move cc-parm-1 to mask-layout-id
    perform load-layout-fields
    if lay-field-count = 0
        move spaces to cc-error
        string "layout " function trim(cc-parm-1)
               " is not registered in LAYOUTS.TXT"
               delimited by size into cc-error
        exit paragraph
    end-if
    move cc-parm-1 to sk-layout-id.

card-key.
    if sk-count >= MAX-SORT-KEYS
        move "too many KEY statements (six at most)" to cc-error
        exit paragraph
    end-if

    add 1 to sk-count
    move spaces to sk-name(sk-count)
    move "A" to sk-order(sk-count)
    move "C" to sk-type(sk-count)

    if function test-numval(cc-parm-1) = 0
        if function test-numval(cc-parm-2) <> 0
            move "KEY needs <start> <length> or a field name"
                to cc-error
            exit paragraph
        end-if
        compute sk-start(sk-count) = function numval(cc-parm-1)
        compute sk-len(sk-count) = function numval(cc-parm-2)
        move cc-parm-3 to cc-parm-1
        move cc-parm-4 to cc-parm-2
    else
        perform find-key-field
        if cc-error <> spaces
            exit paragraph
        end-if
        move cc-parm-2 to cc-parm-1
        move cc-parm-3 to cc-parm-2
    end-if

    perform apply-key-option
    move cc-parm-2 to cc-parm-1
    perform apply-key-option

    if cc-error <> spaces
        exit paragraph
    end-if

    if sk-start(sk-count) < 1 or sk-len(sk-count) < 1
       or sk-start(sk-count) + sk-len(sk-count) - 1 > 500
        move "KEY lies outside the 500-byte record" to cc-error
        exit paragraph
    end-if

    if sk-type(sk-count) = "N"
        add NUM-KEY-WIDTH to sk-width
    else
        add sk-len(sk-count) to sk-width
    end-if

    if sk-width > MAX-KEY-WIDTH
        move "KEY fields add up to more than 300 bytes" to cc-error
    end-if.

find-key-field.
    if sk-layout-id = spaces
        move spaces to cc-error
        string "KEY " function trim(cc-parm-1)
               " names a field but no LAYOUT was given"
               delimited by size into cc-error
        exit paragraph
    end-if

    perform varying lay-field-idx from 1 by 1
            until lay-field-idx > lay-field-count
               or lay-field-name(lay-field-idx) = cc-parm-1
        continue
    end-perform

    if lay-field-idx > lay-field-count
        move spaces to cc-error
        string "field " function trim(cc-parm-1) " is not in layout "
               function trim(sk-layout-id)
               delimited by size into cc-error
        exit paragraph
    end-if

    move cc-parm-1 to sk-name(sk-count)
    move lay-field-start(lay-field-idx) to sk-start(sk-count)
    move lay-field-len(lay-field-idx) to sk-len(sk-count)
    if lay-field-type(lay-field-idx) = "N"
        move "N" to sk-type(sk-count)
    end-if.

apply-key-option.
    evaluate function upper-case(cc-parm-1)
        when spaces
            continue
        when "A"
        when "D"
            move function upper-case(cc-parm-1) to sk-order(sk-count)
        when "C"
        when "N"
            move function upper-case(cc-parm-1) to sk-type(sk-count)
        when other
            move "KEY options are A|D (order) and C|N (type)"
                to cc-error
    end-evaluate.

reject-control-card.
    display "RSO201E control card " function trim(control-filename)
            " line " cc-line-no ": " function trim(cc-error)
    move control-filename to audit-input-value
    move spaces to audit-result-value
    string "CONTROL CARD REJECTED: " function trim(cc-error)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 16 to return-code
    stop run.

run-record-sort.
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

    move "RECORD SORT" to rpt-program-title
    perform init-report-header
    perform write-key-section

    perform verify-input-envelope

    sort sort-work
        on ascending key sort-key sort-seq
        input procedure is release-input-records
        output procedure is write-sorted-records

    move spaces to report-file-record
    string "Records in: " records-read
           "  out: " records-written
           "  duplicate keys: " dup-key-count
           "  removed to side file: " dup-removed
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    string "Rejected: " rejected-count
           "  skipped: " blank-count
           delimited by size into report-file-record
    perform write-detail-line

    compute records-accounted =
        records-written + dup-removed + rejected-count + blank-count

    move spaces to report-file-record
    if records-read = records-accounted
        string "Reconciliation: read " records-read
               " = accounted " records-accounted " OK"
               delimited by size into report-file-record
    else
        string "Reconciliation: MISMATCH read " records-read
               " <> accounted " records-accounted
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    perform write-run-summary-footer

    close report-file
    close exception-file.

write-key-section.
    move spaces to report-file-record
    if sk-layout-id = spaces
        string "Sort keys (" function trim(control-filename) "):"
               delimited by size into report-file-record
    else
        string "Sort keys (" function trim(control-filename)
               ", layout " function trim(sk-layout-id) "):"
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    perform varying sk-idx from 1 by 1 until sk-idx > sk-count
        move sk-start(sk-idx) to sk-start-disp
        move sk-len(sk-idx) to sk-len-disp
        move spaces to report-file-record
        string "  start " sk-start-disp
               "  length " sk-len-disp
               "  " sk-order(sk-idx) "  " sk-type(sk-idx)
               "  " sk-name(sk-idx)
               delimited by size into report-file-record
        perform write-detail-line
    end-perform

    move spaces to report-file-record
    if dups-remove
        string "Duplicate keys: first kept, the rest removed to "
               function trim(dup-filename)
               delimited by size into report-file-record
    else
        move "Duplicate keys: all kept, in input order"
            to report-file-record
    end-if
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line.

release-input-records.
    open input in-file
    if in-file-status <> "00"
        perform show-usage
    end-if

    perform read-in-file
    perform until in-file-status = "10"
        add 1 to records-read
        perform release-one-record
        perform read-in-file
    end-perform

    close in-file.

release-one-record.
    if in-file-record(1:8) = HANDOFF-HDR-TAG
       or in-file-record(1:8) = HANDOFF-TRL-TAG
        add 1 to blank-count
        move spaces to exception-file-record
        move "(handoff control record): RSO101I SKIPPED"
            to exception-file-record
        set rsn-control-record to true
        perform write-exception-line
        exit paragraph
    end-if

    if function trim(in-file-record) = spaces
        add 1 to blank-count
        move spaces to exception-file-record
        move "(blank line): RSO102I SKIPPED" to exception-file-record
        set rsn-blank-line to true
        perform write-exception-line
        exit paragraph
    end-if

    perform build-sort-key
    if key-is-bad
        add 1 to rejected-count
        move spaces to exception-file-record
        string function trim(in-file-record)
               ": RSO103W REJECTED (numeric key "
               function trim(sk-name(sk-idx))
               " at " sk-start(sk-idx) " is not numeric)"
               delimited by size into exception-file-record
        set rsn-not-numeric to true
        perform write-exception-line
        exit paragraph
    end-if

    add 1 to input-seq
    move input-seq to sort-seq
    move in-file-record to sort-data
    release sort-rec

    add 1 to records-sorted.

build-sort-key.
    move spaces to sort-key
    move "N" to key-bad-flag
    move 1 to sk-pos

    perform varying sk-idx from 1 by 1
            until sk-idx > sk-count or key-is-bad
        move spaces to key-field
        move in-file-record(sk-start(sk-idx):sk-len(sk-idx))
            to key-field
        if sk-type(sk-idx) = "N"
            perform build-numeric-key
        else
            perform build-character-key
        end-if
    end-perform

    if key-is-bad
        subtract 1 from sk-idx
    end-if.

build-numeric-key.
    if key-field = spaces
        move 0 to key-num
    else
        if function test-numval(key-field) <> 0
            set key-is-bad to true
            exit paragraph
        end-if
        compute key-num = function numval(key-field)
    end-if

    compute key-offset = key-num + 10000000000000

    if sk-order(sk-idx) = "D"
        inspect key-offset-x converting "0123456789"
            to "9876543210"
    end-if

    move key-offset-x to sort-key(sk-pos:NUM-KEY-WIDTH)
    add NUM-KEY-WIDTH to sk-pos.

build-character-key.
    if sk-order(sk-idx) = "D"
        perform varying sk-byte-idx from 1 by 1
                until sk-byte-idx > sk-len(sk-idx)
            compute key-byte =
                257 - function ord(key-field(sk-byte-idx:1))
            move function char(key-byte) to key-field(sk-byte-idx:1)
        end-perform
    end-if

    move key-field(1:sk-len(sk-idx)) to sort-key(sk-pos:sk-len(sk-idx))
    add sk-len(sk-idx) to sk-pos.

write-sorted-records.
    open output out-file
    if out-file-status <> "00"
        perform show-usage
    end-if

    if dups-remove
        open output dup-file
        if dup-file-status <> "00"
            perform show-usage
        end-if
    end-if

    perform resolve-audit-run-id
    move 0 to ho-work-count
    move 0 to ho-work-hash
    move "Y" to first-out-flag

    move spaces to out-file-record
    string HANDOFF-HDR-TAG " | record-sort | run="
           audit-run-id " | in=" records-sorted
           delimited by size into out-file-record
    write out-file-record

    if dups-remove
        move spaces to dup-file-record
        string HANDOFF-HDR-TAG " | record-sort | run="
               audit-run-id " | duplicates"
               delimited by size into dup-file-record
        write dup-file-record
    end-if

    move "N" to sort-eof-flag
    perform return-one-sorted
    perform until sort-eof
        perform write-one-sorted
        perform return-one-sorted
    end-perform

    move spaces to out-file-record
    string HANDOFF-TRL-TAG " | " ho-work-count
           " | " ho-work-hash
           delimited by size into out-file-record
    write out-file-record
    close out-file

    if dups-remove
        move spaces to dup-file-record
        string HANDOFF-TRL-TAG " | " dup-count-out
               " | " dup-hash
               delimited by size into dup-file-record
        write dup-file-record
        close dup-file
    end-if.

write-one-sorted.
    if first-out-flag = "Y"
        move "N" to first-out-flag
    else
        if sort-key = prev-out-key
            add 1 to dup-key-count
            if dups-remove
                perform write-duplicate-record
                exit paragraph
            end-if
        end-if
    end-if
    move sort-key to prev-out-key

    move sort-data to out-file-record
    move out-file-record to ho-line
    perform hash-handoff-record
    write out-file-record
    add 1 to records-written.

write-duplicate-record.
    move ho-work-count to out-count-hold
    move ho-work-hash to out-hash-hold
    move dup-count-out to ho-work-count
    move dup-hash to ho-work-hash

    move sort-data to dup-file-record
    move dup-file-record to ho-line
    perform hash-handoff-record
    write dup-file-record

    move ho-work-count to dup-count-out
    move ho-work-hash to dup-hash
    move out-count-hold to ho-work-count
    move out-hash-hold to ho-work-hash

    add 1 to dup-removed
    move spaces to exception-file-record
    string function trim(sort-data)
           ": RSO104I DUPLICATE KEY (removed to side file)"
           delimited by size into exception-file-record
    set rsn-duplicate-key to true
    perform write-exception-line.

return-one-sorted.
    return sort-work
        at end
            set sort-eof to true
    end-return.

load-layout-fields.
    move 0 to lay-field-count

    open input layouts-file
    if layouts-status <> "00"
        exit paragraph
    end-if

    read layouts-file
    perform until layouts-status = "10"
        perform load-one-layout-field
        read layouts-file
    end-perform

    close layouts-file.

load-one-layout-field.
    if function trim(layouts-record) = spaces
       or layouts-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to ly-layout
    move spaces to ly-name
    move spaces to ly-start
    move spaces to ly-len
    move spaces to ly-type
    move spaces to ly-reqd
    move spaces to ly-low
    move spaces to ly-high
    move spaces to ly-mask

    unstring layouts-record delimited by " | "
        into ly-layout, ly-name, ly-start, ly-len, ly-type,
             ly-reqd, ly-low, ly-high, ly-mask
    end-unstring

    if ly-layout <> mask-layout-id
        exit paragraph
    end-if

    if function test-numval(ly-start) <> 0
       or function test-numval(ly-len) <> 0
        exit paragraph
    end-if

    if lay-field-count >= MAX-LAYOUT-FIELDS
        exit paragraph
    end-if

    add 1 to lay-field-count
    move ly-name to lay-field-name(lay-field-count)
    compute lay-field-start(lay-field-count) =
        function numval(ly-start)
    compute lay-field-len(lay-field-count) =
        function numval(ly-len)
    if lay-field-len(lay-field-count) > 100
        move 100 to lay-field-len(lay-field-count)
    end-if
    move ly-type(1:1) to lay-field-type(lay-field-count)
    move ly-reqd(1:1) to lay-field-reqd(lay-field-count)
    move ly-low to lay-field-low(lay-field-count)
    move ly-high to lay-field-high(lay-field-count)
    move ly-mask(1:1) to lay-field-mask(lay-field-count).

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: read " records-read
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
    display "Usage: record-sort -c <control-card> <input-file> "
            "<output-file> <report-file>"
    display "  sorts text or fixed-layout records on up to six key"
    display "  fields; the control card holds one statement per line -"
    display "    LAYOUT <layout-id>   (optional, names keys by field"
    display "                          from LAYOUTS.TXT)"
    display "    KEY <start> <length> [A|D] [C|N]"
    display "    KEY <field-name> [A|D] [C|N]"
    display "    DUPLICATES KEEP|REMOVE"
    display "  A/D ascending (default) or descending, C character"
    display "  (default) or N signed numeric (a layout N field"
    display "  defaults to N); records with equal keys keep their"
    display "  input order, and with DUPLICATES REMOVE all but the"
    display "  first go to <output-file>.dup; output and side file"
    display "  carry the handoff header/trailer, and a non-numeric"
    display "  numeric key rejects the record (RC 4)"
    move 16 to return-code
    stop run.

append-elapsed-history.
    perform resolve-audit-window
    if audit-window-id <> "-" and audit-window-id <> "NIGHT"
        move spaces to elapsed-hist-filename
        string "ELAPSED-HIST."
               function trim(audit-window-id) ".TXT"
               delimited by size into elapsed-hist-filename
    end-if
    move records-read to eh-records-count
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

read-in-file.
    read in-file
    if in-file-status <> "00"
        exit paragraph
    end-if

    if in-file-record(1:9) = CIPHER-HEADER-TAG
        if not staged-verified
            perform verify-staged-file
        end-if
        read in-file
        if in-file-status <> "00"
            exit paragraph
        end-if
    end-if

    if not staged-encrypted
        exit paragraph
    end-if

    if in-file-record(1:9) = CIPHER-TRAILER-TAG
        move "10" to in-file-status
        exit paragraph
    end-if

    move in-file-record to stg-text
    set stg-decrypt to true
    perform apply-staged-cipher
    move stg-text to in-file-record.

verify-staged-file.
    set staged-verified to true
    set staged-encrypted to true

    open input stgchk-file
    if stgchk-status <> "00"
        move "STG101E" to stg-refuse-msg-id
        move "file could not be reopened for trailer verification"
            to stg-refuse-reason
        perform refuse-staged-file
    end-if

    move spaces to stgchk-record
    read stgchk-file

    move spaces to stg-hdr-tag
    move spaces to stg-key-id
    move spaces to stg-key-fp-x
    unstring stgchk-record delimited by " | "
        into stg-hdr-tag, stg-key-id, stg-key-fp-x
    end-unstring

    move 0 to stg-key-fp
    if function test-numval(stg-key-fp-x) = 0
        compute stg-key-fp = function numval(stg-key-fp-x)
    end-if

    move "N" to stg-active-flag
    perform resolve-staged-key
    if not staged-key-found
        close stgchk-file
        perform refuse-staged-file
    end-if

    move 0 to stg-work-count
    move 0 to stg-work-checksum
    move "N" to stg-trailer-flag

    read stgchk-file
    perform until stgchk-status <> "00" or stg-trailer-seen
        evaluate true
            when stgchk-record(1:9) = CIPHER-TRAILER-TAG
                set stg-trailer-seen to true
                move stgchk-record(1:29) to cipher-trailer-record
            when other
                move stgchk-record to stg-text
                set stg-decrypt to true
                perform apply-staged-cipher
                perform accumulate-staged-checksum
        end-evaluate
        read stgchk-file
    end-perform

    close stgchk-file
    move spaces to stg-text

    move "STG101E" to stg-refuse-msg-id
    evaluate true
        when not stg-trailer-seen
            move "no integrity trailer - file truncated or not staged"
                to stg-refuse-reason
            perform refuse-staged-file
        when ct-record-count <> stg-work-count
          or ct-checksum <> stg-work-checksum
            move spaces to stg-refuse-reason
            string "integrity trailer mismatch (count "
                   stg-work-count "/" ct-record-count
                   " checksum " stg-work-checksum
                   "/" ct-checksum ")"
                   delimited by size into stg-refuse-reason
            perform refuse-staged-file
    end-evaluate.

refuse-staged-file.
    close in-file
    display stg-refuse-msg-id " STAGED FILE REFUSED: "
            function trim(in-filename) " - "
            function trim(stg-refuse-reason)
            " - nothing was processed"

    move in-filename to audit-input-value
    move spaces to audit-result-value
    string "STAGED FILE REFUSED: " function trim(stg-refuse-reason)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

resolve-staged-key.
    move "N" to stg-key-found-flag
    move spaces to stg-key-text
    move spaces to stg-key-expires
    move "STG102E" to stg-refuse-msg-id
    move spaces to stg-refuse-reason

    open input keyring-file
    if keyring-status <> "00"
        move "key ring KEYRING.TXT is not available"
            to stg-refuse-reason
        exit paragraph
    end-if

    read keyring-file
    perform until keyring-status = "10" or staged-key-found
        perform parse-staged-keyring-record
        if stg-kr-id = stg-key-id
           and (stg-kr-state = "ACTIVE" or not stg-active-only)
            perform match-staged-key-value
        end-if
        read keyring-file
    end-perform

    close keyring-file

    if staged-key-found or stg-refuse-reason <> spaces
        exit paragraph
    end-if

    if stg-active-only
        string "key " function trim(stg-key-id)
               " is not active on the key ring"
               delimited by size into stg-refuse-reason
    else
        string "key " function trim(stg-key-id)
               " (fp " stg-key-fp ") is not on the key ring"
               delimited by size into stg-refuse-reason
    end-if.

match-staged-key-value.
    if stg-kr-value(1:4) = "ENC:"
        perform unwrap-staged-key-value
        if not stg-master-loaded
            move "ring value protected, MASTERKEY.TXT not available"
                to stg-refuse-reason
            exit paragraph
        end-if
    else
        move stg-kr-value to stg-key-text
    end-if

    perform fingerprint-staged-key

    if stg-active-only
        move stg-fp-work to stg-key-fp
    else
        if stg-fp-work <> stg-key-fp
            exit paragraph
        end-if
    end-if

    move stg-kr-expires to stg-key-expires
    set staged-key-found to true.

parse-staged-keyring-record.
    move spaces to stg-kr-id
    move spaces to stg-kr-value
    move spaces to stg-kr-created
    move spaces to stg-kr-expires
    move spaces to stg-kr-state

    unstring keyring-record delimited by " | "
        into stg-kr-id, stg-kr-value, stg-kr-created,
             stg-kr-expires, stg-kr-state
    end-unstring.

load-staged-master-key.
    move "N" to stg-master-flag
    move spaces to stg-master-key

    open input masterkey-file
    if masterkey-status <> "00"
        exit paragraph
    end-if

    read masterkey-file
    perform until masterkey-status = "10"
            or stg-master-loaded
        if function trim(masterkey-record) <> spaces
            move function trim(masterkey-record) to stg-master-key
            set stg-master-loaded to true
        end-if
        read masterkey-file
    end-perform

    close masterkey-file.

unwrap-staged-key-value.
    move spaces to stg-key-text
    perform load-staged-master-key
    if not stg-master-loaded
        exit paragraph
    end-if

    move spaces to stg-hex
    move function trim(stg-kr-value(5:)) to stg-hex
    compute stg-hex-len =
        function length(function trim(stg-hex trailing)) / 2

    perform varying stg-idx from 1 by 1 until stg-idx > stg-hex-len
        move stg-hex(stg-idx * 2 - 1:1) to stg-hx-char
        perform find-staged-hex-digit
        compute stg-byte = stg-hx-val * 16
        move stg-hex(stg-idx * 2:1) to stg-hx-char
        perform find-staged-hex-digit
        add stg-hx-val to stg-byte
        move function char(stg-byte + 1) to stg-key-text(stg-idx:1)
    end-perform

    compute stg-key-len =
        function length(function trim(stg-master-key))
    move 0 to stg-key-idx

    perform varying stg-idx from 1 by 1 until stg-idx > stg-hex-len
        add 1 to stg-key-idx
        if stg-key-idx > stg-key-len
            move 1 to stg-key-idx
        end-if
        compute stg-key-byte =
            function ord(stg-master-key(stg-key-idx:1)) - 1
        compute stg-byte = function ord(stg-key-text(stg-idx:1)) - 1
        compute stg-byte =
            function mod(stg-byte - stg-key-byte + 256, 256)
        move function char(stg-byte + 1) to stg-key-text(stg-idx:1)
    end-perform.

find-staged-hex-digit.
    move 0 to stg-hx-val
    perform varying stg-hx-j from 1 by 1 until stg-hx-j > 16
        if stg-hex-table(stg-hx-j:1) = stg-hx-char
            compute stg-hx-val = stg-hx-j - 1
            exit perform
        end-if
    end-perform.

fingerprint-staged-key.
    move 0 to stg-fp-work
    compute stg-key-len =
        function length(function trim(stg-key-text trailing))

    perform varying stg-idx from 1 by 1 until stg-idx > stg-key-len
        compute stg-fp-work =
            function mod(stg-fp-work * 31
                + function ord(stg-key-text(stg-idx:1)),
                1000000000)
    end-perform.

apply-staged-cipher.
    compute stg-key-len = function length(function trim(stg-key-text))
    compute stg-text-len =
        function length(function trim(stg-text trailing))
    if stg-text = spaces
        move 0 to stg-text-len
    end-if
    move 0 to stg-key-idx

    perform varying stg-idx from 1 by 1 until stg-idx > stg-text-len
        add 1 to stg-key-idx
        if stg-key-idx > stg-key-len
            move 1 to stg-key-idx
        end-if

        compute stg-key-byte =
            function ord(stg-key-text(stg-key-idx:1)) - 1
        compute stg-byte = function ord(stg-text(stg-idx:1)) - 1

        if stg-encrypt
            compute stg-byte = function mod(stg-byte + stg-key-byte, 256)
        else
            compute stg-byte =
                function mod(stg-byte - stg-key-byte + 256, 256)
        end-if

        move function char(stg-byte + 1) to stg-text(stg-idx:1)
    end-perform.

accumulate-staged-checksum.
    add 1 to stg-work-count
    compute stg-text-len =
        function length(function trim(stg-text trailing))
    if stg-text = spaces
        move 0 to stg-text-len
    end-if

    perform varying stg-idx from 1 by 1 until stg-idx > stg-text-len
        compute stg-work-checksum =
            function mod(stg-work-checksum
                + function ord(stg-text(stg-idx:1)),
                1000000000)
    end-perform.

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

verify-input-envelope.
    move "N" to ho-hdr-seen
    move "N" to ho-trl-seen
    move "N" to ho-mismatch
    move 0 to ho-work-count
    move 0 to ho-work-hash
    move 0 to ho-exp-count
    move 0 to ho-exp-hash

    open input in-file
    if in-file-status <> "00"
        exit paragraph
    end-if

    perform read-in-file
    if in-file-status <> "00"
        close in-file
        exit paragraph
    end-if

    if in-file-record(1:8) <> HANDOFF-HDR-TAG
        close in-file
        exit paragraph
    end-if

    move "Y" to ho-hdr-seen

    perform read-in-file
    perform until in-file-status = "10"
        evaluate true
            when in-file-record(1:8) = HANDOFF-TRL-TAG
                perform parse-handoff-trailer
            when ho-trl-seen = "Y"
                if function trim(in-file-record) <> spaces
                    move "Y" to ho-mismatch
                end-if
            when other
                move in-file-record to ho-line
                perform hash-handoff-record
        end-evaluate
        perform read-in-file
    end-perform

    close in-file

    if ho-trl-seen <> "Y"
       or ho-work-count <> ho-exp-count
       or ho-work-hash <> ho-exp-hash
        move "Y" to ho-mismatch
    end-if

    if ho-mismatch <> "Y"
        exit paragraph
    end-if

    display "HANDOFF VERIFICATION FAILED: "
            function trim(in-filename)
            " control header/trailer does not prove out"
            " (count " ho-work-count " vs " ho-exp-count
            ", hash " ho-work-hash " vs " ho-exp-hash
            ") - input rejected before processing"

    move in-filename to audit-input-value
    move spaces to audit-result-value
    string "HANDOFF MISMATCH: count " ho-work-count
           " vs " ho-exp-count
           " hash " ho-work-hash " vs " ho-exp-hash
           delimited by size into audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

parse-handoff-trailer.
    move "Y" to ho-trl-seen
    move spaces to ho-tag
    move spaces to ho-field-c
    move spaces to ho-field-d

    unstring in-file-record delimited by " | "
        into ho-tag, ho-field-c, ho-field-d
    end-unstring

    if function test-numval(ho-field-c) = 0
        compute ho-exp-count = function numval(ho-field-c)
    end-if
    if function test-numval(ho-field-d) = 0
        compute ho-exp-hash = function numval(ho-field-d)
    end-if.

hash-handoff-record.
    add 1 to ho-work-count
    compute ho-content-len =
        function length(function trim(ho-line trailing))
    perform varying ho-byte-idx from 1 by 1
            until ho-byte-idx > ho-content-len
        compute ho-work-hash =
            function mod(ho-work-hash
                + function ord(ho-line(ho-byte-idx:1)),
                1000000000)
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
