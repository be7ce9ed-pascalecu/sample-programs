        organization is line sequential
        file status is report-file-status.

    select report-source assign to dynamic report-source-name
        organization is line sequential
        file status is report-source-status.

    select rptkeys-file assign to dynamic rptkeys-filename
        organization is line sequential
        file status is rptkeys-status.

    select rpt-index assign to dynamic rpt-index-filename
        organization is indexed
        access mode is dynamic
        record key is rpt-index-key
        file status is rpt-index-status.

    select rpt-pages assign to dynamic rpt-pages-filename
        organization is indexed
        access mode is dynamic
        record key is rpt-page-line-key
        file status is rpt-pages-status.

    select ctlparm-file assign to dynamic ctlparm-filename
        organization is line sequential
        file status is ctlparm-status.

    select legalhold-file assign to dynamic legalhold-filename
        organization is line sequential
        file status is legalhold-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
fd  report-file.
01  report-file-record pic x(160).

fd  report-source.
01  report-source-record pic x(160).

fd  rptkeys-file.
01  rptkeys-record    pic x(200).

fd  rpt-index.
    copy "rptindex-ix.cpy".

fd  rpt-pages.
    copy "rptpages-ix.cpy".

fd  ctlparm-file.
    copy "ctlparm-fd.cpy".

fd  legalhold-file.
    copy "legalhold-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "legalhold-ws.cpy".
copy "elapsed-ws.cpy".
copy "reportcat-ws.cpy".
copy "ctlparm-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".
copy "rptindex-ix-ws.cpy".
copy "rptpages-ix-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.

01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 report-source-name   pic x(100).
01 report-source-status pic xx.
01 rptkeys-filename     pic x(100) value "REPORTKEYS.TXT".
01 rptkeys-status       pic xx.

01 run-mode          pic x value space.
   88 mode-trim      value 'K'.
   88 mode-index     value 'I'.
01 index-open-flag   pic x value 'N'.
   88 index-files-open value 'Y'.

01 KEEP-GENS-DEFAULT constant as 5.
01 keep-gens         pic 9(3).
01 EVIDENCE-RETAIN-DEFAULT constant as 2555.
01 evidence-days     pic 9(5).
01 today-date-8      pic 9(8).
01 today-int         binary-long.
01 entry-date-x      pic x(8).
01 entry-date-8      pic 9(8).
01 entry-age         binary-long.

01 MAX-CAT-ENTRIES constant as 1000.
01 cat-count         binary-long value 0.
   05 cat-entry      occurs 1 to MAX-CAT-ENTRIES
                      depending on cat-count.
      10 cat-base    pic x(100).
      10 cat-date    pic x(12).
      10 cat-run     pic x(10).
      10 cat-gen     pic 9(4).
      10 cat-actual  pic x(100).
      10 cat-class   pic x(10).
      10 cat-line    pic x(250).
      10 cat-keep    pic x.
01 cat-idx           binary-long.

01 entries-read      pic 9(9) value 0.
01 entries-removed   pic 9(9) value 0.
01 entries-held      pic 9(9) value 0.
01 entries-evidence  pic 9(9) value 0.
01 del-filename      pic x(100).
01 del-status        binary-long.

01 MAX-KEY-RULES constant as 100.
01 rk-count          binary-long value 0.
01 rk-table.
   05 rk-entry       occurs 100 times.
      10 rk-base     pic x(100).
      10 rk-start    pic 9(4).
      10 rk-len      pic 9(4).
01 rk-idx            binary-long.
01 rk-base-x         pic x(100).
01 rk-start-x        pic x(6).
01 rk-len-x          pic x(6).
01 page-key-start    pic 9(4).
01 page-key-len      pic 9(4).
01 page-key-value    pic x(30).

01 src-page-no       pic 9(5).
01 src-line-no       pic 9(7).
01 src-page-line     pic 9(5).
01 src-page-first    pic 9(7).
01 header-tally      binary-long.
01 purge-done-flag   pic x.
   88 purge-done     value 'Y'.

01 gens-indexed      pic 9(9) value 0.
01 gens-already      pic 9(9) value 0.
01 gens-missing      pic 9(9) value 0.
01 pages-indexed     pic 9(9) value 0.
01 lines-stored      pic 9(9) value 0.
01 pages-purged      pic 9(9) value 0.

procedure division.

main.
    move "report-housekeeper" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform load-catalog

    if mode-index
        perform index-report-catalog
        move reportcat-filename to audit-input-value
        move spaces to audit-result-value
        string "page index: generations=" gens-indexed
               " pages=" pages-indexed
               " missing=" gens-missing
               delimited by size into audit-result-value
        perform log-audit-entry
        if gens-missing > 0
            move 4 to return-code
        end-if
        stop run
    end-if

    perform resolve-keep-gens
    perform load-legal-holds
    perform trim-report-families
    perform rewrite-catalog

    move spaces to audit-result-value
    string "housekeeping: entries=" entries-read
           " removed=" entries-removed
           " held=" entries-held
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate arg-val(1)
        when "-k"
            set mode-trim to true
        when "-i"
            set mode-index to true
        when other
            perform show-usage
    end-evaluate

    move arg-val(2) to report-filename

       and function test-numval(ctlparm-lookup-value) = 0
       and function numval(ctlparm-lookup-value) >= 1
        compute keep-gens = function numval(ctlparm-lookup-value)
    end-if

    move EVIDENCE-RETAIN-DEFAULT to evidence-days

    move "EVIDENCE-RETAIN-DAYS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
       and function numval(ctlparm-lookup-value) >= 1
        compute evidence-days = function numval(ctlparm-lookup-value)
    end-if

    accept today-date-8 from date yyyymmdd
    compute today-int = function integer-of-date(today-date-8).

find-control-param.
    perform resolve-ctlparm-dataset
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
    move spaces to rcat-rec-run
    move spaces to rcat-rec-gen
    move spaces to rcat-rec-actual
    move spaces to rcat-rec-class

    unstring reportcat-record delimited by " | "
        into rcat-rec-base, rcat-rec-date, rcat-rec-run,
             rcat-rec-gen, rcat-rec-actual, rcat-rec-class
    end-unstring

    if rcat-rec-base = spaces
    add 1 to entries-read
    add 1 to cat-count
    move rcat-rec-base to cat-base(cat-count)
    move rcat-rec-date to cat-date(cat-count)
    move rcat-rec-run to cat-run(cat-count)
    compute cat-gen(cat-count) = function numval(rcat-rec-gen)
    move rcat-rec-actual to cat-actual(cat-count)
    move function upper-case(rcat-rec-class) to cat-class(cat-count)
    move reportcat-record to cat-line(cat-count)
    move "Y" to cat-keep(cat-count).

trim-report-families.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
    move spaces to report-file-record
    perform write-detail-line

    perform open-index-for-purge

    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        perform judge-one-entry
    end-perform

    if index-files-open
        close rpt-index
        close rpt-pages
    end-if

    if entries-removed = 0 and entries-held = 0
       and entries-evidence = 0
        move spaces to report-file-record
        string "  no generations needed trimming"
               delimited by size into report-file-record
           "  generations removed: " entries-removed
           delimited by size into report-file-record
    perform write-detail-line
    if pages-purged > 0
        move spaces to report-file-record
        string "Page index entries purged: " pages-purged
               delimited by size into report-file-record
        perform write-detail-line
    end-if
    if entries-evidence > 0
        move spaces to report-file-record
        string "Evidence bundles kept for retention class EVIDENCE"
               " (EVIDENCE-RETAIN-DAYS " evidence-days "): "
               entries-evidence
               delimited by size into report-file-record
        perform write-detail-line
    end-if
    if entries-held > 0
        move spaces to report-file-record
        string "Generations kept under legal hold (LEGALHOLD.TXT): "
               entries-held
               delimited by size into report-file-record
        perform write-detail-line
        perform write-legal-hold-summary
    end-if

    perform write-run-summary-footer

        exit paragraph
    end-if

    if cat-class(cat-idx) = "EVIDENCE"
        perform judge-evidence-age
        if entry-age <= evidence-days
            add 1 to entries-evidence
            move spaces to report-file-record
            string "  kept    " function trim(cat-actual(cat-idx))
                   " (generation " cat-gen(cat-idx) " of "
                   function trim(cat-base(cat-idx))
                   ") - EVIDENCE retention"
                   delimited by size into report-file-record
            perform write-detail-line
            exit paragraph
        end-if
    end-if

    move cat-actual(cat-idx) to lh-probe-dataset
    move spaces to lh-probe-program
    move spaces to lh-probe-partner
    move cat-date(cat-idx) to lh-probe-date
    move spaces to lh-probe-text
    string function trim(cat-base(cat-idx)) " "
           function trim(cat-actual(cat-idx))
           delimited by size into lh-probe-text
    perform check-legal-hold
    if legal-hold-applies
        add 1 to entries-held
        move spaces to report-file-record
        string "  kept    " function trim(cat-actual(cat-idx))
               " (generation " cat-gen(cat-idx) " of "
               function trim(cat-base(cat-idx)) ") - legal hold "
               function trim(lh-id(lh-held-idx))
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move "N" to cat-keep(cat-idx)
    add 1 to entries-removed

        returning del-status
    end-call

    if index-files-open
        perform purge-generation-index
    end-if

    move spaces to report-file-record
    string "  removed " function trim(cat-actual(cat-idx))
           " (generation " cat-gen(cat-idx) " of "
           delimited by size into report-file-record
    perform write-detail-line.

judge-evidence-age.
    move 0 to entry-age
    if cat-date(cat-idx)(5:1) <> "-" or cat-date(cat-idx)(8:1) <> "-"
        exit paragraph
    end-if

    move spaces to entry-date-x
    string cat-date(cat-idx)(1:4) cat-date(cat-idx)(6:2)
           cat-date(cat-idx)(9:2)
           delimited by size into entry-date-x
    if entry-date-x is not numeric
        exit paragraph
    end-if
    move entry-date-x to entry-date-8
    if function test-date-yyyymmdd(entry-date-8) <> 0
        exit paragraph
    end-if

    compute entry-age =
        today-int - function integer-of-date(entry-date-8).

open-index-for-purge.
    move "N" to index-open-flag
    open i-o rpt-index
    if rpt-index-status <> "00"
        exit paragraph
    end-if
    open i-o rpt-pages
    if rpt-pages-status <> "00"
        close rpt-index
        exit paragraph
    end-if
    set index-files-open to true.

purge-generation-index.
    move cat-base(cat-idx) to rix-base
    move cat-gen(cat-idx) to rix-gen
    move 0 to rix-page
    move "N" to purge-done-flag
    start rpt-index key is not less than rpt-index-key
    if rpt-index-status <> "00"
        set purge-done to true
    end-if
    perform until purge-done
        read rpt-index next record
        if rpt-index-status <> "00"
           or rix-base <> cat-base(cat-idx)
           or rix-gen <> cat-gen(cat-idx)
            set purge-done to true
        else
            delete rpt-index record
            add 1 to pages-purged
        end-if
    end-perform

    move cat-base(cat-idx) to rpl-base
    move cat-gen(cat-idx) to rpl-gen
    move 0 to rpl-page
    move 0 to rpl-line
    move "N" to purge-done-flag
    start rpt-pages key is not less than rpt-page-line-key
    if rpt-pages-status <> "00"
        set purge-done to true
    end-if
    perform until purge-done
        read rpt-pages next record
        if rpt-pages-status <> "00"
           or rpl-base <> cat-base(cat-idx)
           or rpl-gen <> cat-gen(cat-idx)
            set purge-done to true
        else
            delete rpt-pages record
        end-if
    end-perform.

index-report-catalog.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "REPORT PAGE INDEX BUILD" to rpt-program-title
    perform init-report-header

    perform load-report-key-rules

    open i-o rpt-index
    if rpt-index-status = "05" or rpt-index-status = "35"
        open output rpt-index
        close rpt-index
        open i-o rpt-index
    end-if
    open i-o rpt-pages
    if rpt-pages-status = "05" or rpt-pages-status = "35"
        open output rpt-pages
        close rpt-pages
        open i-o rpt-pages
    end-if

    perform varying cat-idx from 1 by 1 until cat-idx > cat-count
        perform index-one-generation
    end-perform

    close rpt-index
    close rpt-pages

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Generations indexed: " gens-indexed
           "  already indexed: " gens-already
           "  missing: " gens-missing
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Pages indexed: " pages-indexed
           "  lines stored: " lines-stored
           delimited by size into report-file-record
    perform write-detail-line

    perform write-run-summary-footer

    close report-file.

load-report-key-rules.
    open input rptkeys-file
    if rptkeys-status <> "00"
        exit paragraph
    end-if

    read rptkeys-file
    perform until rptkeys-status = "10"
        if function trim(rptkeys-record) <> spaces
           and rptkeys-record(1:1) <> "*"
            perform load-one-key-rule
        end-if
        read rptkeys-file
    end-perform

    close rptkeys-file.

load-one-key-rule.
    move spaces to rk-base-x
    move spaces to rk-start-x
    move spaces to rk-len-x
    unstring rptkeys-record delimited by " | "
        into rk-base-x, rk-start-x, rk-len-x
    end-unstring

    if rk-base-x = spaces
       or function test-numval(rk-start-x) <> 0
       or function test-numval(rk-len-x) <> 0
       or rk-count >= MAX-KEY-RULES
        exit paragraph
    end-if

    add 1 to rk-count
    move rk-base-x to rk-base(rk-count)
    compute rk-start(rk-count) = function numval(rk-start-x)
    compute rk-len(rk-count) = function numval(rk-len-x)
    if rk-len(rk-count) > 30
        move 30 to rk-len(rk-count)
    end-if
    if rk-start(rk-count) = 0 or rk-len(rk-count) = 0
       or rk-start(rk-count) + rk-len(rk-count) - 1 > 160
        subtract 1 from rk-count
    end-if.

index-one-generation.
    move cat-base(cat-idx) to rix-base
    move cat-gen(cat-idx) to rix-gen
    move 1 to rix-page
    read rpt-index record
    if rpt-index-status = "00"
        add 1 to gens-already
        exit paragraph
    end-if

    move cat-actual(cat-idx) to report-source-name
    open input report-source
    if report-source-status <> "00"
        add 1 to gens-missing
        move spaces to report-file-record
        string "  MISSING " function trim(cat-actual(cat-idx))
               " (generation " cat-gen(cat-idx) " of "
               function trim(cat-base(cat-idx)) ") - not indexed"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move 1 to page-key-start
    move 30 to page-key-len
    perform varying rk-idx from 1 by 1 until rk-idx > rk-count
        if rk-base(rk-idx) = cat-base(cat-idx)
            move rk-start(rk-idx) to page-key-start
            move rk-len(rk-idx) to page-key-len
        end-if
    end-perform

    move 0 to src-page-no
    move 0 to src-line-no
    move 0 to src-page-line

    read report-source
    perform until report-source-status = "10"
        add 1 to src-line-no
        move 0 to header-tally
        inspect report-source-record tallying header-tally
            for all "   PAGE: "
        if header-tally > 0 or src-page-no = 0
            if src-page-no > 0
                perform write-page-index-entry
            end-if
            perform start-index-page
        end-if
        perform store-one-page-line
        if header-tally = 0
           and report-source-record(page-key-start:page-key-len)
               <> spaces
            move report-source-record(page-key-start:page-key-len)
                to page-key-value
            if rix-low-key = spaces
                move page-key-value to rix-low-key
            end-if
            move page-key-value to rix-high-key
        end-if
        read report-source
    end-perform

    if src-page-no > 0
        perform write-page-index-entry
    end-if

    close report-source

    add 1 to gens-indexed
    move spaces to report-file-record
    string "  indexed " function trim(cat-actual(cat-idx))
           " (generation " cat-gen(cat-idx) " of "
           function trim(cat-base(cat-idx)) "): "
           src-page-no " page(s)"
           delimited by size into report-file-record
    perform write-detail-line.

start-index-page.
    add 1 to src-page-no
    move 0 to src-page-line
    move src-line-no to src-page-first
    move spaces to rix-low-key
    move spaces to rix-high-key.

store-one-page-line.
    add 1 to src-page-line
    move cat-base(cat-idx) to rpl-base
    move cat-gen(cat-idx) to rpl-gen
    move src-page-no to rpl-page
    move src-page-line to rpl-line
    move report-source-record to rpl-text
    write rpt-page-line-record
    if rpt-pages-status = "22"
        rewrite rpt-page-line-record
    end-if
    add 1 to lines-stored.

write-page-index-entry.
    move cat-base(cat-idx) to rix-base
    move cat-gen(cat-idx) to rix-gen
    move src-page-no to rix-page
    move cat-run(cat-idx) to rix-run
    move cat-date(cat-idx) to rix-date
    move src-page-first to rix-first-line
    move src-page-line to rix-line-count
    move cat-actual(cat-idx) to rix-actual
    write rpt-index-record
    if rpt-index-status = "22"
        rewrite rpt-index-record
    end-if
    add 1 to pages-indexed.

rewrite-catalog.
    open output reportcat-file

    close reportcat-file.

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
    write report-file-record
    add 1 to rpt-lines-on-page.

load-legal-holds.
    move 0 to lh-count

    open input legalhold-file
    if legalhold-status <> "00"
        exit paragraph
    end-if

    read legalhold-file
    perform until legalhold-status = "10"
        perform parse-legalhold-record
        if lh-rec-id <> spaces
           and (lh-rec-state = "ACTIVE"
                or lh-rec-state = "PLACE-PENDING"
                or lh-rec-state = "RELEASE-PENDING")
           and lh-count < MAX-LEGAL-HOLDS
            add 1 to lh-count
            move lh-rec-id to lh-id(lh-count)
            move lh-rec-matter to lh-matter(lh-count)
            move function upper-case(lh-rec-pattern)
                to lh-pattern(lh-count)
            move function upper-case(lh-rec-program)
                to lh-program(lh-count)
            move function upper-case(lh-rec-partner)
                to lh-partner(lh-count)
            move lh-rec-from to lh-from(lh-count)
            move lh-rec-to to lh-to(lh-count)
            move 0 to lh-kept(lh-count)
        end-if
        read legalhold-file
    end-perform

    close legalhold-file.

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

check-legal-hold.
    move "N" to lh-held-flag
    move 0 to lh-held-idx

    move function upper-case(lh-probe-text) to lh-text-work

    perform varying lh-idx from 1 by 1 until lh-idx > lh-count
        perform match-one-legal-hold
        if legal-hold-applies
            move lh-idx to lh-held-idx
            add 1 to lh-kept(lh-idx)
            exit perform
        end-if
    end-perform.

match-one-legal-hold.
    if lh-pattern(lh-idx) <> spaces and lh-pattern(lh-idx) <> "-"
       and lh-probe-dataset <> spaces
        perform match-hold-pattern
        if not lh-criterion-met
            exit paragraph
        end-if
    end-if

    if lh-program(lh-idx) <> spaces and lh-program(lh-idx) <> "-"
        move lh-program(lh-idx) to lh-crit-work
        if lh-probe-program <> spaces
            if function upper-case(lh-probe-program)
               <> lh-program(lh-idx)
                exit paragraph
            end-if
        else
            perform match-hold-criterion
            if not lh-criterion-met
                exit paragraph
            end-if
        end-if
    end-if

    if lh-partner(lh-idx) <> spaces and lh-partner(lh-idx) <> "-"
        move lh-partner(lh-idx) to lh-crit-work
        if lh-probe-partner <> spaces
            if function upper-case(lh-probe-partner)
               <> lh-partner(lh-idx)
                exit paragraph
            end-if
        else
            perform match-hold-criterion
            if not lh-criterion-met
                exit paragraph
            end-if
        end-if
    end-if

    if lh-probe-date <> spaces
        if lh-from(lh-idx) <> spaces and lh-from(lh-idx) <> "-"
           and lh-probe-date < lh-from(lh-idx)
            exit paragraph
        end-if
        if lh-to(lh-idx) <> spaces and lh-to(lh-idx) <> "-"
           and lh-probe-date > lh-to(lh-idx)
            exit paragraph
        end-if
    end-if

    set legal-hold-applies to true.

match-hold-pattern.
    move "N" to lh-match-flag
    move lh-pattern(lh-idx) to lh-pat-work
    move function upper-case(lh-probe-dataset) to lh-name-work

    move 0 to lh-star-pos
    inspect lh-pat-work tallying lh-star-pos
        for characters before initial "*"
    compute lh-pat-len =
        function length(function trim(lh-pat-work trailing))
    compute lh-name-len =
        function length(function trim(lh-name-work trailing))

    if lh-star-pos >= lh-pat-len
        if lh-pat-work = lh-name-work
            set lh-criterion-met to true
        end-if
        exit paragraph
    end-if

    compute lh-suffix-len = lh-pat-len - lh-star-pos - 1
    if lh-name-len < lh-star-pos + lh-suffix-len
        exit paragraph
    end-if

    if lh-star-pos > 0
       and lh-name-work(1:lh-star-pos) <> lh-pat-work(1:lh-star-pos)
        exit paragraph
    end-if

    if lh-suffix-len > 0
       and lh-name-work(lh-name-len - lh-suffix-len + 1:
                        lh-suffix-len)
           <> lh-pat-work(lh-star-pos + 2:lh-suffix-len)
        exit paragraph
    end-if

    set lh-criterion-met to true.

match-hold-criterion.
    move "N" to lh-match-flag
    compute lh-crit-len =
        function length(function trim(lh-crit-work trailing))
    move 0 to lh-tally
    inspect lh-text-work tallying lh-tally
        for all lh-crit-work(1:lh-crit-len)
    if lh-tally > 0
        set lh-criterion-met to true
    end-if.

write-legal-hold-summary.
    perform varying lh-idx from 1 by 1 until lh-idx > lh-count
        if lh-kept(lh-idx) > 0
            move spaces to report-file-record
            string "  legal hold " function trim(lh-id(lh-idx))
                   " (" function trim(lh-matter(lh-idx)) "): "
                   lh-kept(lh-idx) " item(s) kept"
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform.

show-usage.
    display "Usage: report-housekeeper -k <sweep-report-file>"
    display "  trims each report family in REPORTCAT.TXT to its last"
    display "  REPORT-KEEP-GENS generations (CTLPARM.TXT, default 5),"
    display "  deleting the aged report files (and their .exc/.ext"
    display "  side files) and listing every removal; their"
    display "  page index entries are purged as well; generations"
    display "  in scope of an open legal hold (LEGALHOLD.TXT,"
    display "  maintained by legal-hold) are kept and listed;"
    display "  entries catalogued with retention class EVIDENCE"
    display "  (audit-evidence-pack bundles) are not trimmed by"
    display "  generation count but kept EVIDENCE-RETAIN-DAYS"
    display "  (CTLPARM.TXT, default 2555) after their catalogue"
    display "  date, and legal holds still apply after that"
    display "       report-housekeeper -i <index-report-file>"
    display "  builds the page index (RPTINDEX.DAT, page lines in"
    display "  RPTPAGES.DAT) for every catalogued generation not yet"
    display "  indexed: report, generation, run id, page number and"
    display "  the first/last key value on the page; key columns"
    display "  per report come from REPORTKEYS.TXT (""<report> |"
    display "  <start> | <len>"", default columns 1-30); RC 4 when"
    display "  a catalogued report file is missing"
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
