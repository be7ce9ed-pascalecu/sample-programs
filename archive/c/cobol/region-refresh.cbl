identification division.
program-id. region-refresh.

environment division.
input-output section.
file-control.
    select list-file assign to dynamic list-filename
        organization is line sequential
        file status is list-status.

    select layouts-file assign to dynamic layouts-filename
        organization is line sequential
        file status is layouts-status.

    select in-file assign to dynamic in-filename
        organization is line sequential
        file status is in-file-status.

    select out-file assign to dynamic out-filename
        organization is line sequential
        file status is out-file-status.

    select manifest-file assign to dynamic manifest-filename
        organization is line sequential
        file status is manifest-status.

    select runctl-file assign to dynamic runctl-filename
        organization is line sequential
        file status is runctl-status.

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
fd  list-file.
01  list-record       pic x(250).

fd  layouts-file.
    copy "layouts-fd.cpy".

fd  in-file.
01  in-file-record    pic x(500).

fd  out-file.
01  out-file-record   pic x(500).

fd  manifest-file.
01  manifest-record   pic x(300).

fd  runctl-file.
    copy "runctl-fd.cpy".

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
copy "layouts-ws.cpy".
copy "runctl-ws.cpy".
copy "report-header-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 list-filename     pic x(100).
01 list-status       pic xx.
01 target-qualifier  pic x(100).
01 prod-qualifier    pic x(100).
01 tq-len            binary-long.
01 pq-len            binary-long.
01 in-filename       pic x(100).
01 in-file-status    pic xx.
01 out-filename      pic x(100).
01 out-file-status   pic xx.
01 manifest-filename pic x(100).
01 manifest-status   pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.

01 REFRESH-HDR-TAG constant as "*REFRESH*".
01 REFRESH-END-TAG constant as "*REFEND*".

01 ds-name           pic x(100).
01 ds-treatment      pic x(12).
01 ds-base           pic x(100).
01 ds-pos            binary-long.
01 ds-len            binary-long.
01 ds-action         pic x(8).
01 mask-layout-id    pic x(12).

01 refuse-msg-id     pic x(7).
01 refuse-reason     pic x(80).

01 os-command        pic x(300).
01 sys-rc            pic s9(9) comp.

01 mem-records       pic 9(9).
01 mem-checksum      pic 9(9).
01 mem-byte-idx      pic 9(4) comp.
01 mem-content-len   pic 9(4) comp.
01 files-masked      pic 9(3) value 0.
01 files-copied      pic 9(3) value 0.
01 files-keyed       pic 9(3) value 0.
01 files-absent      pic 9(3) value 0.
01 files-failed      pic 9(3) value 0.
01 total-records     pic 9(9) value 0.
01 key-fields-masked pic 9(9) value 0.
01 rnd-fields-masked pic 9(9) value 0.

01 mask-idx          pic 9(4) comp.
01 mask-pos          pic 9(4) comp.
01 mask-end          pic 9(4) comp.
01 mask-char         pic x.
01 char-ord          pic 9(4) comp.
01 digit-val         pic 9(4) comp.

01 rnd-seed          binary-double.
01 rnd-value         binary-long.
01 seed-time         pic 9(8).

procedure division.

main.
    move "region-refresh" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform guard-production-qualifier
    perform guard-source-overwrite
    perform open-refresh-report
    perform seed-randomizer
    perform refresh-the-region
    perform reset-target-run-state
    perform close-refresh-report
    move target-qualifier to audit-input-value
    move spaces to audit-result-value
    string "refresh: masked=" files-masked
           " copied=" files-copied
           " keyed=" files-keyed
           " absent=" files-absent
           " failed=" files-failed
           " records=" total-records
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 4
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) <> "-r"
        perform show-usage
    end-if

    move arg-val(2) to list-filename
    move arg-val(3) to target-qualifier
    move arg-val(4) to report-filename

    if list-filename = spaces or target-qualifier = spaces
       or report-filename = spaces
        perform show-usage
    end-if

    compute tq-len =
        function length(function trim(target-qualifier trailing))
    perform until tq-len <= 1
            or target-qualifier(tq-len:1) <> "/"
        move space to target-qualifier(tq-len:1)
        subtract 1 from tq-len
    end-perform

    move spaces to manifest-filename
    string function trim(target-qualifier) "/REFRESH.MANIFEST.TXT"
           delimited by size into manifest-filename.

guard-production-qualifier.
    move "/prod" to prod-qualifier
    move "PROD-QUALIFIER" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found and ctlparm-lookup-value <> spaces
        move ctlparm-lookup-value to prod-qualifier
    end-if

    compute pq-len =
        function length(function trim(prod-qualifier trailing))
    perform until pq-len <= 1
            or prod-qualifier(pq-len:1) <> "/"
        move space to prod-qualifier(pq-len:1)
        subtract 1 from pq-len
    end-perform

    move "RFR201E" to refuse-msg-id
    move spaces to refuse-reason

    evaluate true
        when target-qualifier = prod-qualifier
            string "target " function trim(target-qualifier)
                   " is the production qualifier"
                   delimited by size into refuse-reason
        when tq-len > pq-len
         and target-qualifier(1:pq-len) = prod-qualifier(1:pq-len)
         and target-qualifier(pq-len + 1:1) = "/"
            string "target " function trim(target-qualifier)
                   " lies inside the production qualifier "
                   function trim(prod-qualifier)
                   delimited by size into refuse-reason
        when target-qualifier(1:tq-len) = "/"
            move "target is the filesystem root" to refuse-reason
    end-evaluate

    move 0 to ds-pos
    inspect target-qualifier tallying ds-pos for all ".."
    if ds-pos > 0 and refuse-reason = spaces
        string "target " function trim(target-qualifier)
               " contains a parent-directory step"
               delimited by size into refuse-reason
    end-if

    if refuse-reason <> spaces
        perform refuse-refresh
    end-if.

guard-source-overwrite.
    open input list-file
    if list-status <> "00"
        perform show-usage
    end-if

    move "RFR202E" to refuse-msg-id
    move spaces to refuse-reason

    read list-file
    perform until list-status = "10" or refuse-reason <> spaces
        perform parse-list-record
        if ds-name <> spaces
            perform build-target-name
            if out-filename = ds-name
                string "target " function trim(out-filename)
                       " would overwrite its own source"
                       delimited by size into refuse-reason
            end-if
        end-if
        read list-file
    end-perform

    close list-file

    if refuse-reason <> spaces
        perform refuse-refresh
    end-if.

refuse-refresh.
    display refuse-msg-id " REFRESH REFUSED: "
            function trim(refuse-reason)
            " - nothing was written"
    move target-qualifier to audit-input-value
    move spaces to audit-result-value
    string "REFRESH REFUSED: " function trim(refuse-reason)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

parse-list-record.
    move spaces to ds-name
    move spaces to ds-treatment

    if function trim(list-record) = spaces
       or list-record(1:1) = "*"
        exit paragraph
    end-if

    unstring list-record delimited by " | "
        into ds-name, ds-treatment
    end-unstring

    move function trim(ds-name) to ds-name
    move function trim(ds-treatment) to ds-treatment
    if ds-treatment = spaces
        move "-" to ds-treatment
    end-if.

build-target-name.
    compute ds-len = function length(function trim(ds-name trailing))
    move ds-len to ds-pos
    perform until ds-pos < 1 or ds-name(ds-pos:1) = "/"
        subtract 1 from ds-pos
    end-perform

    move spaces to ds-base
    move ds-name(ds-pos + 1:ds-len - ds-pos) to ds-base

    move spaces to out-filename
    string target-qualifier(1:tq-len) "/" function trim(ds-base)
           delimited by size into out-filename.

open-refresh-report.
    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "TEST-REGION REFRESH" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "Refreshing " function trim(target-qualifier)
           " from the datasets listed in "
           function trim(list-filename)
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    move spaces to os-command
    string "mkdir -p " function trim(target-qualifier)
           delimited by size into os-command
    call "SYSTEM" using os-command
    move return-code to sys-rc
    move 0 to return-code

    open output manifest-file
    if sys-rc <> 0 or manifest-status <> "00"
        move "RFR203E" to refuse-msg-id
        move spaces to refuse-reason
        string "target " function trim(target-qualifier)
               " could not be created"
               delimited by size into refuse-reason
        close report-file
        perform refuse-refresh
    end-if

    perform resolve-audit-operator
    move spaces to manifest-record
    string REFRESH-HDR-TAG " | "
           rpt-run-date-disp " | run=" audit-run-id
           " | oper=" function trim(audit-operator-id)
           " | " function trim(list-filename)
           delimited by size into manifest-record
    write manifest-record.

refresh-the-region.
    open input list-file
    if list-status <> "00"
        perform show-usage
    end-if

    read list-file
    perform until list-status = "10"
        perform parse-list-record
        if ds-name <> spaces
            perform build-target-name
            perform refresh-one-dataset
        end-if
        read list-file
    end-perform

    close list-file

    move spaces to manifest-record
    compute mem-records =
        files-masked + files-copied + files-keyed
    string REFRESH-END-TAG " | " mem-records
           " | " total-records
           delimited by size into manifest-record
    write manifest-record
    close manifest-file.

refresh-one-dataset.
    move ds-name to in-filename
    move 0 to mem-records
    move 0 to mem-checksum
    move spaces to ds-action

    evaluate true
        when ds-treatment = "KEYED"
            perform copy-keyed-dataset
        when ds-treatment = "-"
            move "COPIED" to ds-action
            move 0 to lay-field-count
            perform copy-sequential-dataset
        when other
            move ds-treatment to mask-layout-id
            perform load-layout-fields
            if lay-field-count = 0
                add 1 to files-failed
                move "FAILED" to ds-action
                move spaces to report-file-record
                string "  RFR102E " ds-name(1:40)
                       " layout " function trim(mask-layout-id)
                       " is not registered in LAYOUTS.TXT - not copied"
                       delimited by size into report-file-record
                perform write-detail-line
            else
                move "MASKED" to ds-action
                perform copy-sequential-dataset
            end-if
    end-evaluate

    move spaces to manifest-record
    string function trim(ds-name) " | "
           function trim(out-filename) " | "
           function trim(ds-action) " | "
           function trim(ds-treatment) " | "
           mem-records " | "
           mem-checksum
           delimited by size into manifest-record
    write manifest-record.

copy-sequential-dataset.
    open input in-file
    if in-file-status <> "00"
        perform report-absent-dataset
        exit paragraph
    end-if

    open output out-file
    if out-file-status <> "00"
        close in-file
        add 1 to files-failed
        move "FAILED" to ds-action
        move spaces to report-file-record
        string "  RFR103E " out-filename(1:40)
               " could not be opened for output"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    read in-file
    perform until in-file-status = "10"
        add 1 to mem-records
        if lay-field-count > 0
            perform mask-one-record
        end-if
        move in-file-record to out-file-record
        write out-file-record
        perform checksum-member-record
        read in-file
    end-perform

    close in-file
    close out-file

    add mem-records to total-records
    move spaces to report-file-record
    if lay-field-count > 0
        add 1 to files-masked
        string "  masked   " ds-base(1:40)
               " layout " mask-layout-id
               " records " mem-records
               " checksum " mem-checksum
               delimited by size into report-file-record
    else
        add 1 to files-copied
        string "  copied   " ds-base(1:40)
               " unmasked"
               "     records " mem-records
               " checksum " mem-checksum
               delimited by size into report-file-record
    end-if
    perform write-detail-line.

copy-keyed-dataset.
    move "KEYED" to ds-action

    move spaces to os-command
    string "test -f " function trim(ds-name)
           delimited by size into os-command
    call "SYSTEM" using os-command
    move return-code to sys-rc
    move 0 to return-code
    if sys-rc <> 0
        perform report-absent-dataset
        exit paragraph
    end-if

    move spaces to os-command
    string "cp " function trim(ds-name)
           " " function trim(out-filename)
           delimited by size into os-command
    call "SYSTEM" using os-command
    move return-code to sys-rc
    move 0 to return-code

    move spaces to report-file-record
    if sys-rc = 0
        add 1 to files-keyed
        string "  copied   " ds-base(1:40)
               " keyed master, copied whole"
               delimited by size into report-file-record
    else
        add 1 to files-failed
        move "FAILED" to ds-action
        string "  RFR103E " ds-base(1:40)
               " keyed master copy failed"
               delimited by size into report-file-record
    end-if
    perform write-detail-line.

report-absent-dataset.
    add 1 to files-absent
    move "ABSENT" to ds-action
    move spaces to report-file-record
    string "  RFR101W " ds-name(1:40)
           " (not on disk - nothing refreshed)"
           delimited by size into report-file-record
    perform write-detail-line.

checksum-member-record.
    compute mem-content-len = function length(
        function trim(out-file-record trailing))
    perform varying mem-byte-idx from 1 by 1
            until mem-byte-idx > mem-content-len
        compute mem-checksum =
            function mod(mem-checksum * 31
                + function ord(out-file-record(mem-byte-idx:1)),
                1000000000)
    end-perform.

reset-target-run-state.
    move spaces to runctl-filename
    string target-qualifier(1:tq-len) "/RUNCTL.TXT"
           delimited by size into runctl-filename
    open output runctl-file
    close runctl-file

    move spaces to os-command
    string "rm -f " target-qualifier(1:tq-len) "/*.ckpt "
           target-qualifier(1:tq-len) "/*/*.ckpt"
           delimited by size into os-command
    call "SYSTEM" using os-command
    move 0 to return-code
    if files-failed > 0
        move 8 to return-code
    else
        if files-absent > 0
            move 4 to return-code
        end-if
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Run control reset (" function trim(runctl-filename)
           " emptied) and checkpoints cleared in "
           function trim(target-qualifier)
           delimited by size into report-file-record
    perform write-detail-line.

close-refresh-report.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Refresh complete: masked " files-masked
           ", copied " files-copied
           ", keyed " files-keyed
           ", absent " files-absent
           ", failed " files-failed
           ", records " total-records
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Manifest: " function trim(manifest-filename)
           delimited by size into report-file-record
    perform write-detail-line

    close report-file.

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

seed-randomizer.
    accept seed-time from time
    compute rnd-seed = seed-time + 17.

next-random.
    compute rnd-seed =
        function mod(rnd-seed * 1103515245 + 12345, 2147483648)
    compute rnd-value = rnd-seed.

mask-one-record.
    perform varying lay-field-idx from 1 by 1
            until lay-field-idx > lay-field-count
        if lay-field-mask(lay-field-idx) = "K"
           or lay-field-mask(lay-field-idx) = "R"
            perform mask-one-field
        end-if
    end-perform.

mask-one-field.
    if lay-field-start(lay-field-idx) = 0
       or lay-field-len(lay-field-idx) = 0
       or lay-field-start(lay-field-idx)
          + lay-field-len(lay-field-idx) - 1 > 500
        exit paragraph
    end-if

    move lay-field-start(lay-field-idx) to mask-pos
    compute mask-end =
        mask-pos + lay-field-len(lay-field-idx) - 1

    if in-file-record(mask-pos:lay-field-len(lay-field-idx))
       = spaces
        exit paragraph
    end-if

    if lay-field-mask(lay-field-idx) = "K"
        add 1 to key-fields-masked
        perform varying mask-idx from mask-pos by 1
                until mask-idx > mask-end
            move in-file-record(mask-idx:1) to mask-char
            perform substitute-consistently
            move mask-char to in-file-record(mask-idx:1)
        end-perform
    else
        add 1 to rnd-fields-masked
        perform varying mask-idx from mask-pos by 1
                until mask-idx > mask-end
            move in-file-record(mask-idx:1) to mask-char
            perform substitute-randomly
            move mask-char to in-file-record(mask-idx:1)
        end-perform
    end-if.

substitute-consistently.
    evaluate true
        when mask-char >= "0" and mask-char <= "9"
            compute digit-val =
                function mod((function ord(mask-char)
                    - function ord("0")) * 7 + 3, 10)
            compute char-ord = function ord("0") + digit-val
            move function char(char-ord) to mask-char
        when mask-char >= "A" and mask-char <= "Z"
            compute char-ord =
                function mod(function ord(mask-char)
                    - function ord("A") + 13, 26)
            compute char-ord = char-ord + function ord("A")
            move function char(char-ord) to mask-char
        when mask-char >= "a" and mask-char <= "z"
            compute char-ord =
                function mod(function ord(mask-char)
                    - function ord("a") + 13, 26)
            compute char-ord = char-ord + function ord("a")
            move function char(char-ord) to mask-char
        when other
            continue
    end-evaluate.

substitute-randomly.
    evaluate true
        when mask-char >= "0" and mask-char <= "9"
            perform next-random
            compute char-ord = function ord("0")
                + function mod(rnd-value, 10)
            move function char(char-ord) to mask-char
        when mask-char >= "A" and mask-char <= "Z"
            perform next-random
            compute char-ord = function ord("A")
                + function mod(rnd-value, 26)
            move function char(char-ord) to mask-char
        when mask-char >= "a" and mask-char <= "z"
            perform next-random
            compute char-ord = function ord("a")
                + function mod(rnd-value, 26)
            move function char(char-ord) to mask-char
        when other
            continue
    end-evaluate.

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

show-usage.
    display "Usage: region-refresh -r <dataset-list> <target-qualifier>"
            " <report-file>"
    display "  builds a test region in one run: every dataset named in"
    display "  <dataset-list> (one per line, <dataset> | <treatment>)"
    display "  is copied to <target-qualifier>/<basename>; treatment is"
    display "  a LAYOUTS.TXT layout id to mask the file on the way"
    display "  (K fields substituted consistently across every file so"
    display "  joins still work, R fields randomized), - to copy a"
    display "  control master unmasked, or KEYED to copy an indexed"
    display "  master (key master, trend master) whole; a layout that"
    display "  is not registered stops that file being copied at all"
    display "  run control (RUNCTL.TXT) and checkpoints (*.ckpt) in the"
    display "  target are reset, and REFRESH.MANIFEST.TXT records each"
    display "  file's treatment, record count and checksum"
    display "  the target may never be, or lie inside, the production"
    display "  qualifier (PROD-QUALIFIER control parameter, default"
    display "  /prod) nor overwrite a listed source - such a run is"
    display "  refused RC 12 before anything is written"
    display "  RC 4 when a listed dataset is absent, RC 8 when one"
    display "  could not be refreshed"
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
