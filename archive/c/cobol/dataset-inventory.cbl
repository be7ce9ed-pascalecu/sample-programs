identification division.
program-id. dataset-inventory.

environment division.
input-output section.
file-control.
    select inventory-file assign to dynamic inventory-filename
        organization is line sequential
        file status is inventory-status.

    select disk-list assign to dynamic disk-list-name
        organization is line sequential
        file status is disk-list-status.

    select data-file assign to dynamic data-filename
        organization is line sequential
        file status is data-file-status.

    select growth-file assign to dynamic growth-filename
        organization is line sequential
        file status is growth-status.

    select growth-work assign to dynamic growth-work-name
        organization is line sequential
        file status is growth-work-status.

    select ctlparm-file assign to dynamic ctlparm-filename
        organization is line sequential
        file status is ctlparm-status.

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

    select elapsed-hist-file assign to dynamic elapsed-hist-filename
        organization is line sequential
        file status is elapsed-hist-status.

data division.
file section.
fd  inventory-file.
01  inventory-record       pic x(200).

fd  disk-list.
01  disk-list-record       pic x(200).

fd  data-file.
01  data-file-record       pic x(500).

fd  growth-file.
01  growth-record          pic x(200).

fd  growth-work.
01  growth-work-record     pic x(200).

fd  ctlparm-file.
    copy "ctlparm-fd.cpy".

fd  alert-file.
    copy "alert-fd.cpy".

fd  report-file.
01  report-file-record     pic x(132).

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
copy "alert-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

01 run-mode          pic x value space.
   88 mode-scan      value 'S'.
   88 mode-weekly    value 'W'.

01 inventory-filename   pic x(100) value "DSINVENT.TXT".
01 inventory-status     pic xx.
01 disk-list-name       pic x(100) value spaces.
01 disk-list-status     pic xx.
01 data-filename        pic x(100).
01 data-file-status     pic xx.
01 growth-filename      pic x(100) value "DSGROWTH.TXT".
01 growth-status        pic xx.
01 growth-work-name     pic x(100) value "DSGROWTH.WORK.TXT".
01 growth-work-status   pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 del-status           binary-long.

01 file-info.
   05 file-size-bytes   pic x(8) comp-x.
   05 file-mod-date.
      10 file-mod-day   pic x comp-x.
      10 file-mod-month pic x comp-x.
      10 file-mod-year  pic x(2) comp-x.
   05 file-mod-time.
      10 file-mod-hh    pic x comp-x.
      10 file-mod-mi    pic x comp-x.
      10 file-mod-ss    pic x comp-x.
      10 file-mod-hs    pic x comp-x.
01 file-check-rc        binary-long.

01 iv-rec-pattern    pic x(40).
01 iv-rec-program    pic x(30).
01 iv-rec-owner      pic x(20).
01 iv-rec-retention  pic x(12).
01 iv-rec-confid     pic x(12).

01 MAX-INVENTORY constant as 200.
01 iv-count          binary-long value 0.
01 iv-table.
   05 iv-entry       occurs 1 to MAX-INVENTORY
                      depending on iv-count.
      10 iv-pattern  pic x(40).
      10 iv-program  pic x(30).
      10 iv-owner    pic x(20).
      10 iv-retention pic x(12).
      10 iv-confid   pic x(12).
      10 iv-files    pic 9(7).
      10 iv-records  pic 9(12).
      10 iv-bytes    pic 9(15).
      10 iv-base-bytes pic 9(15).
01 iv-idx            binary-long.
01 iv-found-idx      binary-long.
01 inventory-rejected pic 9(5) value 0.
01 inventory-dropped pic 9(5) value 0.

01 pat-work          pic x(40).
01 name-work         pic x(100).
01 star-pos          binary-long.
01 pat-len           binary-long.
01 name-len          binary-long.
01 suffix-len        binary-long.
01 pattern-match-flag pic x value 'N'.
   88 pattern-matches value 'Y'.

01 scan-file         pic x(100).
01 scan-bytes        pic 9(15).
01 scan-records      pic 9(12).
01 scan-pattern      pic x(40).
01 scan-date         pic x(10).
01 scan-line         pic x(200).

01 gh-rec-date       pic x(10).
01 gh-rec-pattern    pic x(40).
01 gh-rec-file       pic x(100).
01 gh-rec-bytes      pic x(20).
01 gh-rec-records    pic x(20).
01 gh-bytes          pic 9(15).
01 gh-records        pic 9(12).
01 gh-kept           pic 9(9) value 0.
01 gh-replaced       pic 9(9) value 0.

01 latest-date       pic x(10) value spaces.
01 base-date         pic x(10) value spaces.
01 window-start-date pic x(10) value spaces.
01 date-8            pic 9(8).
01 latest-int        binary-long.
01 base-int          binary-long.
01 window-start-int  binary-long.
01 growth-days       binary-long value 0.
01 growth-days-disp  pic zzz9.
01 growth-window-days pic 9(4) value 7.

01 MAX-UNLISTED constant as 200.
01 uk-count          binary-long value 0.
01 uk-table.
   05 uk-entry       occurs 1 to MAX-UNLISTED
                      depending on uk-count.
      10 uk-file     pic x(100).
      10 uk-bytes    pic 9(15).
      10 uk-records  pic 9(12).
01 uk-idx            binary-long.
01 unlisted-dropped  pic 9(5) value 0.

01 MAX-GROUPS constant as 50.
01 ow-count          binary-long value 0.
01 ow-table.
   05 ow-entry       occurs 1 to MAX-GROUPS
                      depending on ow-count.
      10 ow-owner    pic x(20).
      10 ow-patterns pic 9(5).
      10 ow-files    pic 9(7).
      10 ow-bytes    pic 9(15).
      10 ow-base-bytes pic 9(15).
01 ow-idx            binary-long.

01 rt-count          binary-long value 0.
01 rt-table.
   05 rt-entry       occurs 1 to MAX-GROUPS
                      depending on rt-count.
      10 rt-class    pic x(12).
      10 rt-patterns pic 9(5).
      10 rt-files    pic 9(7).
      10 rt-bytes    pic 9(15).
      10 rt-base-bytes pic 9(15).
01 rt-idx            binary-long.
01 group-found-idx   binary-long.
01 groups-dropped    pic 9(5) value 0.

01 group-name        pic x(20).
01 group-patterns    pic 9(5).
01 group-files       pic 9(7).
01 group-bytes       pic 9(15).
01 group-base-bytes  pic 9(15).

01 growth-per-day    pic s9(15).
01 total-bytes       pic 9(15) value 0.
01 total-base-bytes  pic 9(15) value 0.
01 total-growth-day  pic s9(15) value 0.
01 unlisted-bytes    pic 9(15) value 0.
01 unlisted-base-bytes pic 9(15) value 0.
01 space-limit-mb    pic 9(9) value 0.
01 space-limit-bytes pic 9(15) value 0.
01 space-warn-days   pic 9(5) value 30.
01 projected-days    pic 9(9).
01 space-used-pct    pic 9(5).

01 bytes-disp        pic z(13)9.
01 records-disp      pic z(10)9.
01 files-disp        pic z(4)9.
01 patterns-disp     pic z(4)9.
01 growth-disp       pic -(12)9.
01 days-disp         pic z(8)9.
01 limit-disp        pic z(8)9.
01 pct-disp          pic zzzz9.
01 count-disp        pic zzzz9.

01 files-listed      pic 9(7) value 0.
01 files-scanned     pic 9(7) value 0.
01 files-missing     pic 9(7) value 0.
01 files-unlisted    pic 9(7) value 0.
01 alerts-raised     pic 9(5) value 0.

procedure division.

main.
    move "dataset-inventory" to audit-program-id
    perform validate-args
    perform check-operator-authority

    evaluate true
        when mode-scan
            perform run-nightly-scan
            move disk-list-name to audit-input-value
            move spaces to audit-result-value
            string "dsinv scan: date=" scan-date
                   " files=" files-scanned
                   " unlisted=" files-unlisted
                   " missing=" files-missing
                   delimited by size into audit-result-value
        when mode-weekly
            perform run-weekly-report
            move growth-filename to audit-input-value
            move spaces to audit-result-value
            string "dsinv report: latest=" latest-date
                   " base=" base-date
                   " unlisted=" files-unlisted
                   " report=" function trim(report-filename)
                   delimited by size into audit-result-value
    end-evaluate

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

    evaluate arg-val(1)
        when "-s"
            if argc <> 3
                perform show-usage
            end-if
            set mode-scan to true
            move arg-val(2) to disk-list-name
            move arg-val(3) to report-filename
            if disk-list-name = spaces
                perform show-usage
            end-if
        when "-w"
            if argc <> 2
                perform show-usage
            end-if
            set mode-weekly to true
            move arg-val(2) to report-filename
        when other
            perform show-usage
    end-evaluate

    if report-filename = spaces
        perform show-usage
    end-if.

load-inventory.
    open input inventory-file
    if inventory-status <> "00"
        move spaces to report-file-record
        string "WARNING: dataset inventory "
               function trim(inventory-filename)
               " not found - every dataset is reported as not in"
               " the inventory"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    read inventory-file
    perform until inventory-status = "10"
        perform load-one-inventory-record
        read inventory-file
    end-perform

    close inventory-file

    move iv-count to count-disp
    move spaces to report-file-record
    string "Dataset inventory " function trim(inventory-filename)
           ": " function trim(count-disp) " dataset pattern(s)"
           delimited by size into report-file-record
    perform write-detail-line

    if inventory-dropped > 0
        move inventory-dropped to count-disp
        move spaces to report-file-record
        string "WARNING: " function trim(count-disp)
               " inventory line(s) beyond the table limit ignored"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

load-one-inventory-record.
    if function trim(inventory-record) = spaces
        exit paragraph
    end-if

    if inventory-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to iv-rec-pattern
    move spaces to iv-rec-program
    move spaces to iv-rec-owner
    move spaces to iv-rec-retention
    move spaces to iv-rec-confid
    unstring inventory-record delimited by " | "
        into iv-rec-pattern, iv-rec-program, iv-rec-owner,
             iv-rec-retention, iv-rec-confid
    end-unstring

    move 0 to star-pos
    inspect iv-rec-pattern tallying star-pos for all "*"

    if iv-rec-pattern = spaces or iv-rec-program = spaces
       or iv-rec-owner = spaces or iv-rec-retention = spaces
       or star-pos > 1
       or (iv-rec-confid <> "PUBLIC" and iv-rec-confid <> "INTERNAL"
           and iv-rec-confid <> "CONFIDENTIAL"
           and iv-rec-confid <> "RESTRICTED")
        add 1 to inventory-rejected
        move spaces to report-file-record
        string "REJECTED inventory line: "
               function trim(inventory-record)
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    if iv-count >= MAX-INVENTORY
        add 1 to inventory-dropped
        exit paragraph
    end-if

    add 1 to iv-count
    move function upper-case(iv-rec-pattern) to iv-pattern(iv-count)
    move iv-rec-program to iv-program(iv-count)
    move iv-rec-owner to iv-owner(iv-count)
    move iv-rec-retention to iv-retention(iv-count)
    move iv-rec-confid to iv-confid(iv-count)
    move 0 to iv-files(iv-count)
    move 0 to iv-records(iv-count)
    move 0 to iv-bytes(iv-count)
    move 0 to iv-base-bytes(iv-count).

find-inventory-pattern.
    move 0 to iv-found-idx
    perform varying iv-idx from 1 by 1
            until iv-idx > iv-count or iv-found-idx > 0
        perform match-inventory-pattern
        if pattern-matches
            move iv-idx to iv-found-idx
        end-if
    end-perform.

match-inventory-pattern.
    move "N" to pattern-match-flag
    move iv-pattern(iv-idx) to pat-work

    move 0 to star-pos
    inspect pat-work tallying star-pos
        for characters before initial "*"
    compute pat-len =
        function length(function trim(pat-work trailing))
    compute name-len =
        function length(function trim(name-work trailing))

    if star-pos >= pat-len
        if pat-work = name-work
            set pattern-matches to true
        end-if
        exit paragraph
    end-if

    compute suffix-len = pat-len - star-pos - 1
    if name-len < star-pos + suffix-len
        exit paragraph
    end-if

    if star-pos > 0
       and name-work(1:star-pos) <> pat-work(1:star-pos)
        exit paragraph
    end-if

    if suffix-len > 0
       and name-work(name-len - suffix-len + 1:suffix-len)
           <> pat-work(star-pos + 2:suffix-len)
        exit paragraph
    end-if

    set pattern-matches to true.

run-nightly-scan.
    move function current-date to rsum-start-stamp

    open input disk-list
    if disk-list-status <> "00"
        perform show-usage
    end-if

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "DATASET INVENTORY NIGHTLY SCAN" to rpt-program-title
    perform init-report-header
    move rpt-run-date-disp to scan-date

    perform load-inventory

    open output growth-work
    if growth-work-status <> "00"
        display "Growth work file " function trim(growth-work-name)
                " could not be opened - status " growth-work-status
        move 8 to return-code
        stop run
    end-if
    perform carry-forward-history

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "DATASET                                 "
           "  INVENTORY PATTERN             RECORDS"
           "          BYTES"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "----------------------------------------"
           "  ------------------------  -----------"
           " --------------"
           delimited by size into report-file-record
    perform write-detail-line

    read disk-list
    perform until disk-list-status = "10"
        perform scan-one-listed-file
        read disk-list
    end-perform

    close disk-list
    close growth-work

    perform replace-growth-history
    perform write-scan-summary
    perform write-run-summary-footer

    close report-file

    if files-scanned = 0
        move 8 to return-code
    else
        if files-unlisted > 0 or files-missing > 0
           or inventory-rejected > 0
            move 4 to return-code
        end-if
    end-if.

carry-forward-history.
    open input growth-file
    if growth-status <> "00"
        exit paragraph
    end-if

    read growth-file
    perform until growth-status = "10"
        if growth-record(1:10) = scan-date
            add 1 to gh-replaced
        else
            if function trim(growth-record) <> spaces
                move growth-record to growth-work-record
                write growth-work-record
                add 1 to gh-kept
            end-if
        end-if
        read growth-file
    end-perform

    close growth-file.

scan-one-listed-file.
    if function trim(disk-list-record) = spaces
        exit paragraph
    end-if

    if disk-list-record(1:1) = "*"
        exit paragraph
    end-if

    move function trim(disk-list-record) to scan-line
    move spaces to scan-file
    unstring scan-line delimited by all space into scan-file
    end-unstring

    if scan-file = growth-work-name
        exit paragraph
    end-if

    add 1 to files-listed

    call "CBL_CHECK_FILE_EXIST" using scan-file file-info
        returning file-check-rc
    end-call

    if file-check-rc <> 0
        add 1 to files-missing
        move spaces to report-file-record
        string scan-file(1:40)
               "  (listed but not on disk - not recorded)"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    add 1 to files-scanned
    move file-size-bytes to scan-bytes
    perform count-file-records

    move function upper-case(scan-file) to name-work
    perform find-inventory-pattern

    if iv-found-idx = 0
        add 1 to files-unlisted
        move "-" to scan-pattern
    else
        move iv-pattern(iv-found-idx) to scan-pattern
    end-if

    move spaces to growth-work-record
    string scan-date " | " function trim(scan-pattern)
           " | " function trim(scan-file)
           " | " scan-bytes " | " scan-records
           delimited by size into growth-work-record
    write growth-work-record

    move scan-records to records-disp
    move scan-bytes to bytes-disp
    move spaces to report-file-record
    if iv-found-idx = 0
        string scan-file(1:40) "  "
               "NOT IN INVENTORY          " records-disp " "
               bytes-disp
               delimited by size into report-file-record
    else
        string scan-file(1:40) "  " scan-pattern(1:24) "  "
               records-disp " " bytes-disp
               delimited by size into report-file-record
    end-if
    perform write-detail-line.

count-file-records.
    move 0 to scan-records

    move scan-file to data-filename
    open input data-file
    if data-file-status <> "00"
        exit paragraph
    end-if

    read data-file
    perform until data-file-status <> "00"
                  and data-file-status <> "04"
        add 1 to scan-records
        read data-file
    end-perform

    close data-file.

replace-growth-history.
    open output growth-file
    if growth-status <> "00"
        display "Growth history " function trim(growth-filename)
                " could not be rewritten - status " growth-status
        move 8 to return-code
        stop run
    end-if

    open input growth-work
    read growth-work
    perform until growth-work-status = "10"
        move growth-work-record to growth-record
        write growth-record
        read growth-work
    end-perform
    close growth-work
    close growth-file

    call "CBL_DELETE_FILE" using growth-work-name
        returning del-status
    end-call.

write-scan-summary.
    move spaces to report-file-record
    perform write-detail-line

    move files-listed to count-disp
    move spaces to report-file-record
    string "Datasets listed on disk ...... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move files-scanned to count-disp
    move spaces to report-file-record
    string "  sized and counted .......... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move files-unlisted to count-disp
    move spaces to report-file-record
    string "  NOT IN INVENTORY ........... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move files-missing to count-disp
    move spaces to report-file-record
    string "  listed but not on disk ..... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    string "Growth history " function trim(growth-filename)
           ": scan of " scan-date " recorded"
           delimited by size into report-file-record
    perform write-detail-line

    if gh-replaced > 0
        move gh-replaced to count-disp
        move spaces to report-file-record
        string "  (replaces " function trim(count-disp)
               " row(s) of an earlier scan the same day)"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    if inventory-rejected > 0
        move inventory-rejected to count-disp
        move spaces to report-file-record
        string "WARNING: " function trim(count-disp)
               " inventory line(s) rejected"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

run-weekly-report.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "DATASET INVENTORY AND GROWTH" to rpt-program-title
    perform init-report-header

    perform load-inventory
    perform resolve-space-limits

    perform find-latest-scan
    if latest-date = spaces
        move spaces to report-file-record
        string "  (no scan recorded in " function trim(growth-filename)
               " - run dataset-inventory -s nightly first)"
               delimited by size into report-file-record
        perform write-detail-line
        perform write-run-summary-footer
        close report-file
        move 8 to return-code
        exit paragraph
    end-if

    perform find-base-scan
    perform accumulate-history
    perform build-usage-groups

    perform write-pattern-section
    perform write-owner-section
    perform write-retention-section
    perform write-space-section
    perform write-unlisted-section
    perform write-run-summary-footer

    close report-file

    if alerts-raised > 0 or inventory-rejected > 0
        move 4 to return-code
    end-if.

resolve-space-limits.
    move "DATASET-LIMIT-MB" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
       and function numval(ctlparm-lookup-value) >= 1
        compute space-limit-mb = function numval(ctlparm-lookup-value)
        compute space-limit-bytes = space-limit-mb * 1048576
    end-if

    move "DATASET-WARN-DAYS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
       and function numval(ctlparm-lookup-value) >= 1
        compute space-warn-days = function numval(ctlparm-lookup-value)
    end-if

    move "DATASET-GROWTH-DAYS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
       and function numval(ctlparm-lookup-value) >= 1
       and function numval(ctlparm-lookup-value) <= 366
        compute growth-window-days =
            function numval(ctlparm-lookup-value)
    end-if.

parse-growth-record.
    move spaces to gh-rec-date
    move spaces to gh-rec-pattern
    move spaces to gh-rec-file
    move spaces to gh-rec-bytes
    move spaces to gh-rec-records
    unstring growth-record delimited by " | "
        into gh-rec-date, gh-rec-pattern, gh-rec-file,
             gh-rec-bytes, gh-rec-records
    end-unstring

    if gh-rec-date(5:1) <> "-" or gh-rec-date(8:1) <> "-"
       or function test-numval(gh-rec-bytes) <> 0
       or function test-numval(gh-rec-records) <> 0
        move spaces to gh-rec-date
        exit paragraph
    end-if

    compute gh-bytes = function numval(gh-rec-bytes)
    compute gh-records = function numval(gh-rec-records).

find-latest-scan.
    open input growth-file
    if growth-status <> "00"
        exit paragraph
    end-if

    read growth-file
    perform until growth-status = "10"
        perform parse-growth-record
        if gh-rec-date <> spaces and gh-rec-date > latest-date
            move gh-rec-date to latest-date
        end-if
        read growth-file
    end-perform

    close growth-file.

find-base-scan.
    move latest-date(1:4) to date-8(1:4)
    move latest-date(6:2) to date-8(5:2)
    move latest-date(9:2) to date-8(7:2)
    compute latest-int = function integer-of-date(date-8)
    compute window-start-int = latest-int - growth-window-days
    compute date-8 = function date-of-integer(window-start-int)
    move spaces to window-start-date
    string date-8(1:4) "-" date-8(5:2) "-" date-8(7:2)
           delimited by size into window-start-date

    open input growth-file
    if growth-status <> "00"
        exit paragraph
    end-if

    read growth-file
    perform until growth-status = "10"
        perform parse-growth-record
        if gh-rec-date <> spaces
           and gh-rec-date >= window-start-date
           and gh-rec-date < latest-date
           and (base-date = spaces or gh-rec-date < base-date)
            move gh-rec-date to base-date
        end-if
        read growth-file
    end-perform

    close growth-file

    if base-date = spaces
        exit paragraph
    end-if

    move base-date(1:4) to date-8(1:4)
    move base-date(6:2) to date-8(5:2)
    move base-date(9:2) to date-8(7:2)
    compute base-int = function integer-of-date(date-8)
    compute growth-days = latest-int - base-int.

accumulate-history.
    open input growth-file
    if growth-status <> "00"
        exit paragraph
    end-if

    read growth-file
    perform until growth-status = "10"
        perform parse-growth-record
        if gh-rec-date <> spaces
           and (gh-rec-date = latest-date or gh-rec-date = base-date)
            perform accumulate-one-history-row
        end-if
        read growth-file
    end-perform

    close growth-file.

accumulate-one-history-row.
    move function upper-case(gh-rec-file) to name-work
    perform find-inventory-pattern

    if gh-rec-date = base-date
        if iv-found-idx = 0
            add gh-bytes to unlisted-base-bytes
        else
            add gh-bytes to iv-base-bytes(iv-found-idx)
        end-if
        exit paragraph
    end-if

    if iv-found-idx > 0
        add 1 to iv-files(iv-found-idx)
        add gh-records to iv-records(iv-found-idx)
        add gh-bytes to iv-bytes(iv-found-idx)
        exit paragraph
    end-if

    add 1 to files-unlisted
    add gh-bytes to unlisted-bytes
    if uk-count >= MAX-UNLISTED
        add 1 to unlisted-dropped
        exit paragraph
    end-if
    add 1 to uk-count
    move gh-rec-file to uk-file(uk-count)
    move gh-bytes to uk-bytes(uk-count)
    move gh-records to uk-records(uk-count).

build-usage-groups.
    perform varying iv-idx from 1 by 1 until iv-idx > iv-count
        perform add-pattern-to-groups
    end-perform

    add unlisted-bytes to total-bytes
    add unlisted-base-bytes to total-base-bytes

    if growth-days > 0
        compute total-growth-day =
            (total-bytes - total-base-bytes) / growth-days
    end-if.

add-pattern-to-groups.
    add iv-bytes(iv-idx) to total-bytes
    add iv-base-bytes(iv-idx) to total-base-bytes

    move 0 to group-found-idx
    perform varying ow-idx from 1 by 1
            until ow-idx > ow-count or group-found-idx > 0
        if ow-owner(ow-idx) = iv-owner(iv-idx)
            move ow-idx to group-found-idx
        end-if
    end-perform
    if group-found-idx = 0
        if ow-count >= MAX-GROUPS
            add 1 to groups-dropped
        else
            add 1 to ow-count
            move ow-count to group-found-idx
            move iv-owner(iv-idx) to ow-owner(ow-count)
            move 0 to ow-patterns(ow-count)
            move 0 to ow-files(ow-count)
            move 0 to ow-bytes(ow-count)
            move 0 to ow-base-bytes(ow-count)
        end-if
    end-if
    if group-found-idx > 0
        add 1 to ow-patterns(group-found-idx)
        add iv-files(iv-idx) to ow-files(group-found-idx)
        add iv-bytes(iv-idx) to ow-bytes(group-found-idx)
        add iv-base-bytes(iv-idx) to ow-base-bytes(group-found-idx)
    end-if

    move 0 to group-found-idx
    perform varying rt-idx from 1 by 1
            until rt-idx > rt-count or group-found-idx > 0
        if rt-class(rt-idx) = iv-retention(iv-idx)
            move rt-idx to group-found-idx
        end-if
    end-perform
    if group-found-idx = 0
        if rt-count >= MAX-GROUPS
            add 1 to groups-dropped
        else
            add 1 to rt-count
            move rt-count to group-found-idx
            move iv-retention(iv-idx) to rt-class(rt-count)
            move 0 to rt-patterns(rt-count)
            move 0 to rt-files(rt-count)
            move 0 to rt-bytes(rt-count)
            move 0 to rt-base-bytes(rt-count)
        end-if
    end-if
    if group-found-idx > 0
        add 1 to rt-patterns(group-found-idx)
        add iv-files(iv-idx) to rt-files(group-found-idx)
        add iv-bytes(iv-idx) to rt-bytes(group-found-idx)
        add iv-base-bytes(iv-idx) to rt-base-bytes(group-found-idx)
    end-if.

compute-group-growth.
    move 0 to growth-per-day
    if growth-days > 0
        compute growth-per-day =
            (group-bytes - group-base-bytes) / growth-days
    end-if.

write-pattern-section.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    if base-date = spaces
        string "Latest scan " latest-date
               " - no earlier scan within "
               growth-window-days " day(s), growth not measured"
               delimited by size into report-file-record
    else
        move growth-days to growth-days-disp
        string "Latest scan " latest-date ", growth measured against "
               base-date " (" function trim(growth-days-disp)
               " day(s))"
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "DATASET PATTERN          OWNING PROGRAM     "
           "BUSINESS OWNER RETENTION  CONFIDENTIAL FILES"
           "     RECORDS          BYTES    GROWTH/DAY"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "------------------------ ------------------ "
           "-------------- ---------- ------------ -----"
           " ----------- -------------- -------------"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying iv-idx from 1 by 1 until iv-idx > iv-count
        perform write-one-pattern-line
    end-perform

    if iv-count = 0
        move spaces to report-file-record
        string "  (no dataset patterns in the inventory)"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

write-one-pattern-line.
    move iv-bytes(iv-idx) to group-bytes
    move iv-base-bytes(iv-idx) to group-base-bytes
    perform compute-group-growth

    move iv-files(iv-idx) to files-disp
    move iv-records(iv-idx) to records-disp
    move iv-bytes(iv-idx) to bytes-disp
    move growth-per-day to growth-disp

    move spaces to report-file-record
    string iv-pattern(iv-idx)(1:24) " " iv-program(iv-idx)(1:18) " "
           iv-owner(iv-idx)(1:14) " " iv-retention(iv-idx)(1:10) " "
           iv-confid(iv-idx) " " files-disp " " records-disp " "
           bytes-disp " " growth-disp
           delimited by size into report-file-record
    if growth-days = 0
        move "            -" to report-file-record(117:13)
    end-if
    perform write-detail-line.

write-owner-section.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "USAGE BY BUSINESS OWNER  PATTERNS FILES"
           "          BYTES    GROWTH/DAY  SHARE%"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "------------------------ -------- -----"
           " -------------- ------------- -------"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying ow-idx from 1 by 1 until ow-idx > ow-count
        move ow-owner(ow-idx) to group-name
        move ow-patterns(ow-idx) to group-patterns
        move ow-files(ow-idx) to group-files
        move ow-bytes(ow-idx) to group-bytes
        move ow-base-bytes(ow-idx) to group-base-bytes
        perform write-one-group-line
    end-perform

    perform write-unlisted-group-line.

write-retention-section.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "USAGE BY RETENTION CLASS PATTERNS FILES"
           "          BYTES    GROWTH/DAY  SHARE%"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "------------------------ -------- -----"
           " -------------- ------------- -------"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying rt-idx from 1 by 1 until rt-idx > rt-count
        move rt-class(rt-idx) to group-name
        move rt-patterns(rt-idx) to group-patterns
        move rt-files(rt-idx) to group-files
        move rt-bytes(rt-idx) to group-bytes
        move rt-base-bytes(rt-idx) to group-base-bytes
        perform write-one-group-line
    end-perform

    perform write-unlisted-group-line

    if groups-dropped > 0
        move groups-dropped to count-disp
        move spaces to report-file-record
        string "WARNING: " function trim(count-disp)
               " owner/retention group(s) beyond the table limit"
               " left out of the usage sections"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

write-unlisted-group-line.
    if files-unlisted = 0
        exit paragraph
    end-if

    move "(not in inventory)" to group-name
    move 0 to group-patterns
    move files-unlisted to group-files
    move unlisted-bytes to group-bytes
    move unlisted-base-bytes to group-base-bytes
    perform write-one-group-line.

write-one-group-line.
    perform compute-group-growth

    move 0 to space-used-pct
    if total-bytes > 0
        compute space-used-pct rounded =
            (group-bytes * 100) / total-bytes
    end-if

    move group-patterns to patterns-disp
    move group-files to files-disp
    move group-bytes to bytes-disp
    move growth-per-day to growth-disp
    move space-used-pct to pct-disp
    move spaces to report-file-record
    string group-name "        " patterns-disp " " files-disp " "
           bytes-disp " " growth-disp "  " pct-disp
           delimited by size into report-file-record
    if growth-days = 0
        move "            -" to report-file-record(56:13)
    end-if
    perform write-detail-line.

write-space-section.
    move spaces to report-file-record
    perform write-detail-line

    move total-bytes to bytes-disp
    move spaces to report-file-record
    string "Space in use (latest scan) ....... " bytes-disp " bytes"
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    if growth-days = 0
        string "Growth per day ................... not measured"
               delimited by size into report-file-record
    else
        move total-growth-day to growth-disp
        string "Growth per day ................... " growth-disp
               " bytes"
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    if space-limit-bytes = 0
        move spaces to report-file-record
        string "Space limit ...................... not configured"
               " (DATASET-LIMIT-MB) - days to limit not"
               " projected"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move space-limit-mb to limit-disp
    compute space-used-pct rounded =
        (total-bytes * 100) / space-limit-bytes
    move space-used-pct to pct-disp
    move spaces to report-file-record
    string "Space limit ...................... "
           function trim(limit-disp) " MB ("
           function trim(pct-disp) "% used)"
           delimited by size into report-file-record
    perform write-detail-line

    if total-bytes >= space-limit-bytes
        move spaces to report-file-record
        string "Days to limit .................... 0 - LIMIT REACHED"
               " (DSI201S)"
               delimited by size into report-file-record
        perform write-detail-line
        move "CRIT" to alert-severity
        move "DSI201S" to alert-msg-id
        move spaces to alert-message
        string "dataset space " function trim(pct-disp)
               "% of DATASET-LIMIT-MB "
               function trim(limit-disp)
               " MB at scan " latest-date " - limit reached"
               delimited by size into alert-message
        perform raise-inventory-alert
        exit paragraph
    end-if

    if growth-days = 0 or total-growth-day <= 0
        move spaces to report-file-record
        string "Days to limit .................... not projected"
               " (no growth measured)"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    compute projected-days =
        (space-limit-bytes - total-bytes) / total-growth-day
    move projected-days to days-disp
    move spaces to report-file-record
    string "Days to limit .................... "
           function trim(days-disp) " at the current growth rate"
           delimited by size into report-file-record
    perform write-detail-line

    if projected-days >= space-warn-days
        exit paragraph
    end-if

    move space-warn-days to count-disp
    move spaces to report-file-record
    string "WARNING: DSI101W space limit projected within "
           function trim(days-disp) " day(s) (warning at "
           function trim(count-disp) ")"
           delimited by size into report-file-record
    perform write-detail-line
    move "WARN" to alert-severity
    move "DSI101W" to alert-msg-id
    move spaces to alert-message
    string "dataset space projected to reach DATASET-LIMIT-MB "
           function trim(limit-disp) " MB in "
           function trim(days-disp) " day(s) at scan " latest-date
           delimited by size into alert-message
    perform raise-inventory-alert.

write-unlisted-section.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "DATASETS ON DISK NOT IN THE INVENTORY (scan of "
           latest-date ")"
           delimited by size into report-file-record
    perform write-detail-line

    if files-unlisted = 0
        move spaces to report-file-record
        string "  (none - every dataset on disk is inventoried)"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    perform varying uk-idx from 1 by 1 until uk-idx > uk-count
        move uk-records(uk-idx) to records-disp
        move uk-bytes(uk-idx) to bytes-disp
        move spaces to report-file-record
        string "  " uk-file(uk-idx)(1:60) " " records-disp " "
               bytes-disp
               delimited by size into report-file-record
        perform write-detail-line
    end-perform

    if unlisted-dropped > 0
        move unlisted-dropped to count-disp
        move spaces to report-file-record
        string "  ... and " function trim(count-disp) " more"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    move files-unlisted to count-disp
    move unlisted-bytes to bytes-disp
    move "WARN" to alert-severity
    move "DSI102W" to alert-msg-id
    move spaces to alert-message
    string function trim(count-disp) " dataset(s) on disk ("
           function trim(bytes-disp) " bytes) not in inventory "
           function trim(inventory-filename) " at scan " latest-date
           delimited by size into alert-message
    perform raise-inventory-alert.

raise-inventory-alert.
    perform write-alert-entry
    add 1 to alerts-raised.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    if mode-scan
        string "Run summary: datasets scanned " files-scanned
               "  elapsed " function trim(rsum-elapsed-disp) " sec(s)"
               delimited by size into report-file-record
    else
        move iv-count to count-disp
        string "Run summary: patterns " function trim(count-disp)
               "  alerts " alerts-raised
               "  elapsed " function trim(rsum-elapsed-disp) " sec(s)"
               delimited by size into report-file-record
    end-if
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
    display "Usage: dataset-inventory -s <disk-list-file> <report-file>"
    display "       dataset-inventory -w <report-file>"
    display "  dataset inventory master DSINVENT.TXT: one line per"
    display "  dataset, ""<name-pattern> | <owning-program> |"
    display "  <business-owner> | <retention-class> |"
    display "  PUBLIC|INTERNAL|CONFIDENTIAL|RESTRICTED"" - the name"
    display "  pattern may hold one * (e.g. SNAP.*, ELAPSED-HIST*.TXT)"
    display "  and the first pattern a name matches owns the dataset"
    display "  -s is the nightly scan: every file on the disk list"
    display "  (one name per line, built by the scheduler's directory"
    display "  scan) is sized and its records counted, matched to the"
    display "  inventory, and recorded for the business date in the"
    display "  growth history DSGROWTH.TXT (a rescan the same day"
    display "  replaces that day's rows); RC 4 when a file is not in"
    display "  the inventory or not on disk"
    display "  -w is the weekly report: usage by dataset pattern,"
    display "  business owner and retention class at the latest scan,"
    display "  growth per day against the earliest scan within"
    display "  DATASET-GROWTH-DAYS (CTLPARM.TXT, default 7), the days"
    display "  until DATASET-LIMIT-MB is reached at that rate"
    display "  (WARN alert DSI101W inside DATASET-WARN-DAYS,"
    display "  default 30; CRIT alert DSI201S once reached), and the"
    display "  datasets on disk not in the inventory (WARN alert"
    display "  DSI102W); RC 4 when an alert is raised, RC 8 with no"
    display "  scan recorded"
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
    move files-scanned to eh-records-count
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
