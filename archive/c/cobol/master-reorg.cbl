identification division.
program-id. master-reorg.

environment division.
input-output section.
file-control.
    select key-file assign to dynamic key-filename
        organization is indexed
        access mode is dynamic
        record key is key-file-key
        file status is key-file-status.

    select audit-master assign to dynamic audit-master-filename
        organization is indexed
        access mode is dynamic
        record key is audit-master-key
        file status is audit-master-status.

    select trend-master assign to dynamic trend-master-filename
        organization is indexed
        access mode is dynamic
        record key is trend-master-key
        file status is trend-master-status.

    select unload-file assign to dynamic unload-filename
        organization is line sequential
        file status is unload-status.

    select ctlparm-file assign to dynamic ctlparm-filename
        organization is line sequential
        file status is ctlparm-status.

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
fd  key-file.
    copy "keymaster-fd.cpy".

fd  audit-master.
    copy "auditmstr-fd.cpy".

fd  trend-master.
    copy "trendmstr-ix.cpy".

fd  unload-file.
01  unload-record     pic x(300).

fd  ctlparm-file.
    copy "ctlparm-fd.cpy".

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
copy "ctlparm-ws.cpy".
copy "trendmstr-ix-ws.cpy".
copy "keymaster-ws.cpy".
copy "report-header-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 reorg-mode        pic x value "R".
   88 mode-reorg     value "R".
   88 mode-reload    value "L".

01 master-id         pic x(8).
   88 master-is-key   value "KEY".
   88 master-is-audit value "AUDIT".
   88 master-is-trend value "TREND".

01 key-filename      pic x(100).
01 key-file-status   pic xx.
01 audit-master-filename pic x(100) value "AUDITMSTR.DAT".
01 audit-master-status   pic xx.
01 master-filename   pic x(100).
01 master-status     pic xx.
01 unload-filename   pic x(100).
01 unload-status     pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.
01 lock-dirname      pic x(110).

01 UNLOAD-HDR-TAG constant as "*UNLOAD*".
01 UNLOAD-END-TAG constant as "*UNLEND*".

01 os-command        pic x(300).
01 sys-rc            pic s9(9) comp.
01 lock-taken-over   pic x value "N".

01 cur-rec           pic x(300).
01 cur-rec-len       binary-long.
01 cur-key-len       binary-long.
01 hash-idx          pic 9(4) comp.
01 write-errors      pic 9(9) value 0.

01 pass-records      pic 9(9).
01 pass-hash         pic 9(9).
01 pass-low-key      pic x(60).
01 pass-high-key     pic x(60).
01 pass-start-stamp.
   05 pass-start-date   pic 9(8).
   05 pass-start-time   pic 9(8).
   05 pass-start-fields redefines pass-start-time.
      10 pass-start-hh  pic 9(2).
      10 pass-start-mm  pic 9(2).
      10 pass-start-ss  pic 9(2).
      10 pass-start-cc  pic 9(2).
   05 pass-start-zone   pic x(5).
01 pass-end-stamp.
   05 pass-end-date     pic 9(8).
   05 pass-end-time     pic 9(8).
   05 pass-end-fields redefines pass-end-time.
      10 pass-end-hh    pic 9(2).
      10 pass-end-mm    pic 9(2).
      10 pass-end-ss    pic 9(2).
      10 pass-end-cc    pic 9(2).
   05 pass-end-zone     pic x(5).
01 pass-zone-probe   pic x(5).
01 pass-zone-mins    pic s9(5).
01 pass-zone-shift   binary-long.
01 pass-hundredths   binary-long.

01 before-records    pic 9(9) value 0.
01 before-hash       pic 9(9) value 0.
01 before-low-key    pic x(60).
01 before-high-key   pic x(60).
01 before-hundredths binary-long value 0.
01 after-records     pic 9(9) value 0.
01 after-hash        pic 9(9) value 0.
01 after-low-key     pic x(60).
01 after-high-key    pic x(60).
01 after-hundredths  binary-long value 0.
01 unload-records    pic 9(9) value 0.
01 unload-hash       pic 9(9) value 0.
01 trailer-records   pic 9(9) value 0.
01 trailer-hash      pic 9(9) value 0.

01 ul-tag            pic x(10).
01 ul-field-1        pic x(20).
01 ul-field-2        pic x(100).
01 header-seen       pic x value "N".
01 trailer-seen      pic x value "N".

01 secs-disp         pic zzzz9.99.
01 secs-disp-2       pic zzzz9.99.
01 secs-work         pic 9(5)v99.
01 count-disp        pic z(8)9.
01 count-disp-2      pic z(8)9.

01 refuse-msg-id     pic x(7).
01 refuse-reason     pic x(100).

procedure division.

main.
    move "master-reorg" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform resolve-master-file
    perform take-dataset-lock
    perform open-reorg-report

    if mode-reorg
        perform measure-before
        perform unload-master
    end-if
    perform verify-unload

    perform reload-master
    perform measure-after
    perform verify-reload

    call "CBL_DELETE_FILE" using unload-filename
    perform release-dataset-lock
    perform write-reorg-statistics
    close report-file

    display "MRO101I " function trim(master-id) " master "
            function trim(master-filename) " reorganized: "
            after-records " record(s), key hash " after-hash
            " verified"

    move master-filename to audit-input-value
    move spaces to audit-result-value
    string "REORG " function trim(master-id)
           ": records=" after-records
           " hash=" after-hash
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.

validate-args.
    accept argc from argument-number

    if argc < 3 or argc > 4
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate arg-val(1)
        when "-r"
            set mode-reorg to true
        when "-l"
            set mode-reload to true
        when other
            perform show-usage
    end-evaluate

    move function upper-case(arg-val(2)) to master-id
    move arg-val(3) to report-filename
    move spaces to master-filename
    if argc = 4
        move arg-val(4) to master-filename
    end-if

    if not master-is-key and not master-is-audit
       and not master-is-trend
        perform show-usage
    end-if

    if report-filename = spaces
        perform show-usage
    end-if.

resolve-master-file.
    if master-filename = spaces
        evaluate true
            when master-is-key
                move "KEYMASTER-FILE" to ctlparm-lookup-id
                perform find-control-param
                if ctlparm-was-found
                    move ctlparm-lookup-value to master-filename
                end-if
            when master-is-audit
                move audit-master-filename to master-filename
            when master-is-trend
                move trend-master-filename to master-filename
        end-evaluate
    end-if

    if master-filename = spaces
        display "MRO204E no key master file given and no"
                " KEYMASTER-FILE control parameter - nothing done"
        move 16 to return-code
        stop run
    end-if

    move master-filename to key-filename
    move master-filename to audit-master-filename
    move master-filename to trend-master-filename

    evaluate true
        when master-is-key
            move 18 to cur-key-len
            move length of key-image to cur-rec-len
        when master-is-audit
            move 52 to cur-key-len
            move length of audit-master-record to cur-rec-len
        when master-is-trend
            move 30 to cur-key-len
            move length of trend-master-record to cur-rec-len
    end-evaluate

    move spaces to unload-filename
    string function trim(master-filename) ".UNL"
           delimited by size into unload-filename
    move spaces to lock-dirname
    string function trim(master-filename) ".LCK"
           delimited by size into lock-dirname.

take-dataset-lock.
    move spaces to os-command
    string "mkdir " function trim(lock-dirname) " 2>/dev/null"
           delimited by size into os-command
    call "SYSTEM" using os-command
    move return-code to sys-rc
    move 0 to return-code

    if sys-rc = 0
        exit paragraph
    end-if

    if mode-reload
        move "Y" to lock-taken-over
        exit paragraph
    end-if

    display "MRO201E REORG REFUSED: dataset lock "
            function trim(lock-dirname)
            " is already held (another reorganization, or one that"
            " failed and must be finished with master-reorg -l)"
    move master-filename to audit-input-value
    move "REORG REFUSED: dataset lock already held"
        to audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

release-dataset-lock.
    move spaces to os-command
    string "rmdir " function trim(lock-dirname) " 2>/dev/null"
           delimited by size into os-command
    call "SYSTEM" using os-command
    move 0 to return-code.

open-reorg-report.
    open output report-file
    if report-file-status <> "00"
        perform release-dataset-lock
        perform show-usage
    end-if

    move "INDEXED MASTER REORGANIZATION" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    if mode-reorg
        string "Reorganizing the " function trim(master-id)
               " master " function trim(master-filename)
               " under dataset lock " function trim(lock-dirname)
               delimited by size into report-file-record
    else
        string "Reloading the " function trim(master-id)
               " master " function trim(master-filename)
               " from the kept unload " function trim(unload-filename)
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    if lock-taken-over = "Y"
        move spaces to report-file-record
        string "  dataset lock " function trim(lock-dirname)
               " was already held - taken over for the reload"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line.

measure-before.
    perform open-master-input
    if master-status <> "00"
        move "MRO204E" to refuse-msg-id
        move spaces to refuse-reason
        string "master could not be opened (status " master-status ")"
               delimited by size into refuse-reason
        perform abandon-reorg
    end-if

    perform full-read-master
    perform close-master

    move pass-records to before-records
    move pass-hash to before-hash
    move pass-low-key to before-low-key
    move pass-high-key to before-high-key
    move pass-hundredths to before-hundredths.

measure-after.
    perform open-master-input
    if master-status <> "00"
        move 0 to pass-records
        move 0 to pass-hash
        move spaces to pass-low-key
        move spaces to pass-high-key
        move 0 to pass-hundredths
    else
        perform full-read-master
        perform close-master
    end-if

    move pass-records to after-records
    move pass-hash to after-hash
    move pass-low-key to after-low-key
    move pass-high-key to after-high-key
    move pass-hundredths to after-hundredths.

full-read-master.
    move 0 to pass-records
    move 0 to pass-hash
    move spaces to pass-low-key
    move spaces to pass-high-key
    move function current-date to pass-start-stamp

    perform read-master-next
    perform until master-status <> "00"
        add 1 to pass-records
        perform hash-current-key
        if pass-records = 1
            move cur-rec(1:cur-key-len) to pass-low-key
        end-if
        move cur-rec(1:cur-key-len) to pass-high-key
        perform read-master-next
    end-perform

    move function current-date to pass-end-stamp
    move pass-end-zone to pass-zone-probe
    perform convert-pass-zone
    move pass-zone-mins to pass-zone-shift
    move pass-start-zone to pass-zone-probe
    perform convert-pass-zone
    compute pass-zone-shift = pass-zone-shift - pass-zone-mins
    compute pass-hundredths =
        (function integer-of-date(pass-end-date)
            - function integer-of-date(pass-start-date)) * 8640000
        + ((pass-end-hh * 60 + pass-end-mm) * 60 + pass-end-ss) * 100
        + pass-end-cc
        - ((pass-start-hh * 60 + pass-start-mm) * 60
           + pass-start-ss) * 100
        - pass-start-cc
        - pass-zone-shift * 6000
    if pass-hundredths < 0
        move 0 to pass-hundredths
    end-if.

convert-pass-zone.
    move 0 to pass-zone-mins
    if pass-zone-probe(2:4) is numeric
        compute pass-zone-mins =
            function numval(pass-zone-probe(2:2)) * 60
            + function numval(pass-zone-probe(4:2))
        if pass-zone-probe(1:1) = "-"
            compute pass-zone-mins = 0 - pass-zone-mins
        end-if
    end-if.

hash-current-key.
    perform varying hash-idx from 1 by 1 until hash-idx > cur-key-len
        compute pass-hash =
            function mod(pass-hash * 31
                + function ord(cur-rec(hash-idx:1)),
                1000000000)
    end-perform.

unload-master.
    open output unload-file
    if unload-status <> "00"
        move "MRO202E" to refuse-msg-id
        move "unload file could not be created" to refuse-reason
        perform abandon-reorg
    end-if

    move spaces to unload-record
    string UNLOAD-HDR-TAG " | " function trim(master-id)
           " | " function trim(master-filename)
           delimited by size into unload-record
    write unload-record

    perform open-master-input
    perform read-master-next
    perform until master-status <> "00"
        move cur-rec to unload-record
        write unload-record
        perform read-master-next
    end-perform
    perform close-master

    move spaces to unload-record
    string UNLOAD-END-TAG " | " before-records " | " before-hash
           delimited by size into unload-record
    write unload-record

    close unload-file.

verify-unload.
    move 0 to pass-records
    move 0 to pass-hash
    move "N" to header-seen
    move "N" to trailer-seen

    open input unload-file
    if unload-status <> "00"
        move "MRO202E" to refuse-msg-id
        move spaces to refuse-reason
        string "unload " function trim(unload-filename)
               " is not on disk"
               delimited by size into refuse-reason
        perform abandon-reorg
    end-if

    read unload-file
    perform until unload-status <> "00"
        perform check-unload-record
        read unload-file
    end-perform
    close unload-file

    move pass-records to unload-records
    move pass-hash to unload-hash

    move "MRO202E" to refuse-msg-id
    move spaces to refuse-reason
    evaluate true
        when header-seen <> "Y" or trailer-seen <> "Y"
            string "unload " function trim(unload-filename)
                   " has no header/trailer - truncated or not an"
                   " unload of this master"
                   delimited by size into refuse-reason
        when unload-records <> trailer-records
          or unload-hash <> trailer-hash
            string "unload holds " unload-records " record(s) hash "
                   unload-hash ", its trailer says " trailer-records
                   " hash " trailer-hash
                   delimited by size into refuse-reason
        when mode-reorg
         and (unload-records <> before-records
              or unload-hash <> before-hash)
            string "unload holds " unload-records " record(s) hash "
                   unload-hash ", the full read found "
                   before-records " hash " before-hash
                   delimited by size into refuse-reason
    end-evaluate
    if refuse-reason <> spaces
        perform abandon-reorg
    end-if

    move spaces to report-file-record
    string "Unload " function trim(unload-filename) ": "
           unload-records " record(s), key hash " unload-hash
           " - verified"
           delimited by size into report-file-record
    perform write-detail-line.

check-unload-record.
    evaluate true
        when unload-record(1:8) = UNLOAD-HDR-TAG
            move spaces to ul-tag
            move spaces to ul-field-1
            move spaces to ul-field-2
            unstring unload-record delimited by " | "
                into ul-tag, ul-field-1, ul-field-2
            end-unstring
            if ul-field-1 = master-id
                move "Y" to header-seen
            end-if
        when unload-record(1:8) = UNLOAD-END-TAG
            move spaces to ul-tag
            move spaces to ul-field-1
            move spaces to ul-field-2
            unstring unload-record delimited by " | "
                into ul-tag, ul-field-1, ul-field-2
            end-unstring
            move "Y" to trailer-seen
            move 0 to trailer-records
            move 0 to trailer-hash
            if function test-numval(ul-field-1) = 0
                compute trailer-records = function numval(ul-field-1)
            end-if
            if function test-numval(ul-field-2) = 0
                compute trailer-hash = function numval(ul-field-2)
            end-if
        when other
            add 1 to pass-records
            move unload-record to cur-rec
            perform hash-current-key
    end-evaluate.

reload-master.
    perform open-master-output
    if master-status <> "00"
        move "MRO203E" to refuse-msg-id
        move spaces to refuse-reason
        string "master could not be recreated (status "
               master-status ")"
               delimited by size into refuse-reason
        perform fail-reload
    end-if

    open input unload-file
    read unload-file
    perform until unload-status <> "00"
        if unload-record(1:8) <> UNLOAD-HDR-TAG
           and unload-record(1:8) <> UNLOAD-END-TAG
            move unload-record to cur-rec
            perform write-master-record
        end-if
        read unload-file
    end-perform
    close unload-file

    perform close-master.

verify-reload.
    if after-records = unload-records and after-hash = unload-hash
       and write-errors = 0
        exit paragraph
    end-if

    move "MRO203E" to refuse-msg-id
    move spaces to refuse-reason
    string "reloaded master holds " after-records
           " record(s) hash " after-hash ", the unload "
           unload-records " hash " unload-hash
           delimited by size into refuse-reason
    perform fail-reload.

abandon-reorg.
    perform release-dataset-lock
    move spaces to report-file-record
    string refuse-msg-id " REORG ABANDONED: "
           function trim(refuse-reason)
           delimited by size into report-file-record
    perform write-detail-line
    move "  the master was not touched; the dataset lock is released"
        to report-file-record
    perform write-detail-line
    close report-file

    display refuse-msg-id " REORG ABANDONED: "
            function trim(master-filename) " - "
            function trim(refuse-reason)
            " - the master was not touched"
    move master-filename to audit-input-value
    move spaces to audit-result-value
    string "REORG ABANDONED: " function trim(refuse-reason)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 8 to return-code
    stop run.

fail-reload.
    move spaces to report-file-record
    string refuse-msg-id " RELOAD FAILED: "
           function trim(refuse-reason)
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  the unload " function trim(unload-filename)
           " is kept and the dataset lock "
           function trim(lock-dirname) " stays held"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  reload from it with master-reorg -l "
           function trim(master-id) " <report-file> "
           function trim(master-filename)
           delimited by size into report-file-record
    perform write-detail-line
    close report-file

    display refuse-msg-id " RELOAD FAILED: "
            function trim(master-filename) " - "
            function trim(refuse-reason)
            " - unload kept, dataset lock held"
    move master-filename to audit-input-value
    move spaces to audit-result-value
    string "RELOAD FAILED: " function trim(refuse-reason)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 8 to return-code
    stop run.

open-master-input.
    evaluate true
        when master-is-key
            open input key-file
            move key-file-status to master-status
            if master-status = "00"
                move low-values to key-file-key
                start key-file key >= key-file-key
                    invalid key
                        continue
                end-start
            end-if
        when master-is-audit
            open input audit-master
            move audit-master-status to master-status
            if master-status = "00"
                move low-values to audit-master-key
                start audit-master key >= audit-master-key
                    invalid key
                        continue
                end-start
            end-if
        when master-is-trend
            open input trend-master
            move trend-master-status to master-status
            if master-status = "00"
                move low-values to trend-master-key
                start trend-master key >= trend-master-key
                    invalid key
                        continue
                end-start
            end-if
    end-evaluate.

open-master-output.
    evaluate true
        when master-is-key
            open output key-file
            move key-file-status to master-status
        when master-is-audit
            open output audit-master
            move audit-master-status to master-status
        when master-is-trend
            open output trend-master
            move trend-master-status to master-status
    end-evaluate.

read-master-next.
    move spaces to cur-rec
    evaluate true
        when master-is-key
            read key-file next
            move key-file-status to master-status
            if master-status = "00"
                perform build-key-image
                move key-image to cur-rec
            end-if
        when master-is-audit
            read audit-master next
            move audit-master-status to master-status
            if master-status = "00"
                move audit-master-record to cur-rec
            end-if
        when master-is-trend
            read trend-master next
            move trend-master-status to master-status
            if master-status = "00"
                move trend-master-record to cur-rec
            end-if
    end-evaluate.

write-master-record.
    evaluate true
        when master-is-key
            move cur-rec(1:cur-rec-len) to key-image
            perform load-key-image
            write key-file-record
            move key-file-status to master-status
        when master-is-audit
            move cur-rec(1:cur-rec-len) to audit-master-record
            write audit-master-record
            move audit-master-status to master-status
        when master-is-trend
            move cur-rec(1:cur-rec-len) to trend-master-record
            write trend-master-record
            move trend-master-status to master-status
    end-evaluate

    if master-status <> "00"
        add 1 to write-errors
    end-if.

build-key-image.
    move key-file-table to key-image-table
    move key-file-num to key-image-num
    move key-file-desc to key-image-desc
    move key-file-state to key-image-state
    move key-file-eff-from to key-image-eff-from
    move key-file-eff-to to key-image-eff-to.

load-key-image.
    if key-image(1:1) = "+" or key-image(1:1) = "-"
        move KEY-DEFAULT-TABLE to key-file-table
        move key-legacy-num to key-file-num
        move spaces to key-file-desc
        move "A" to key-file-state
        move spaces to key-file-eff-from
        move spaces to key-file-eff-to
        exit paragraph
    end-if

    move key-image-table to key-file-table
    move key-image-num to key-file-num
    move key-image-desc to key-file-desc
    move key-image-state to key-file-state
    move key-image-eff-from to key-file-eff-from
    move key-image-eff-to to key-file-eff-to
    if key-file-state = space
        move "A" to key-file-state
    end-if.

close-master.
    evaluate true
        when master-is-key
            close key-file
        when master-is-audit
            close audit-master
        when master-is-trend
            close trend-master
    end-evaluate.

write-reorg-statistics.
    move spaces to report-file-record
    perform write-detail-line
    move "                       BEFORE          AFTER"
        to report-file-record
    perform write-detail-line

    move before-records to count-disp
    move after-records to count-disp-2
    move spaces to report-file-record
    string "  Records          " count-disp "      " count-disp-2
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    string "  Key hash         " before-hash "      " after-hash
           delimited by size into report-file-record
    perform write-detail-line

    compute secs-work = before-hundredths / 100
    move secs-work to secs-disp
    compute secs-work = after-hundredths / 100
    move secs-work to secs-disp-2
    move spaces to report-file-record
    string "  Full read (sec)   " secs-disp "       " secs-disp-2
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    string "  Lowest key       " function trim(before-low-key)
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  Highest key      " function trim(before-high-key)
           delimited by size into report-file-record
    perform write-detail-line
    if mode-reload
        move spaces to report-file-record
        string "  (reload from a kept unload - the BEFORE column is"
               " not measured)"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "MRO101I reload verified against the unload: "
           after-records " record(s), key hash " after-hash
           "; unload discarded, dataset lock released"
           delimited by size into report-file-record
    perform write-detail-line.

show-usage.
    display "Usage: master-reorg -r KEY|AUDIT|TREND <report-file>"
            " [<indexed-file>]"
    display "  reorganizes an indexed master: takes the dataset lock"
    display "  <file>.LCK (batch-dispatcher steps that declare the"
    display "  file in READS=/WRITES=/OUT= wait while it is held),"
    display "  measures a full read (count, key hash, timing), unloads"
    display "  the file in key sequence to <file>.UNL and verifies the"
    display "  unload's count and key hash against the full read,"
    display "  reloads the file fresh, re-verifies count and hash"
    display "  against the unload and reports before/after figures"
    display "  the file defaults to the KEYMASTER-FILE control"
    display "  parameter (KEY), AUDITMSTR.DAT (AUDIT) or"
    display "  TRENDMSTR.DAT (TREND); the unload is kept as the"
    display "  fallback until the reload verifies - a failed reload"
    display "  keeps both the unload and the lock (RC 8) and"
    display "  -l KEY|AUDIT|TREND <report-file> [<indexed-file>]"
    display "  reloads the master from that kept unload"
    display "  RC 12 when the lock is already held, RC 8 when a"
    display "  verification fails"
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
