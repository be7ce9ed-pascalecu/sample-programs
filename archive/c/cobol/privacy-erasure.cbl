identification division.
program-id. privacy-erasure.

environment division.
input-output section.
file-control.
    select scope-file assign to dynamic scope-filename
        organization is line sequential
        file status is scope-status.

    select reportcat-file assign to dynamic reportcat-filename
        organization is line sequential
        file status is reportcat-status.

    select casedict-file assign to dynamic casedict-filename
        organization is line sequential
        file status is casedict-status.

    select src-file assign to dynamic src-filename
        organization is line sequential
        file status is src-status.

    select work-file assign to dynamic work-filename
        organization is line sequential
        file status is work-status.

    select rpt-pages assign to dynamic rpt-pages-filename
        organization is indexed
        access mode is dynamic
        record key is rpt-page-line-key
        file status is rpt-pages-status.

    select case-file assign to dynamic case-filename
        organization is line sequential
        file status is case-status.

    select legalhold-file assign to dynamic legalhold-filename
        organization is line sequential
        file status is legalhold-status.

    select keyring-file assign to dynamic keyring-filename
        organization is line sequential
        file status is keyring-status.

    select masterkey-file assign to dynamic masterkey-filename
        organization is line sequential
        file status is masterkey-status.

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
fd  scope-file.
01  scope-record      pic x(200).

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  casedict-file.
01  casedict-record   pic x(40).

fd  src-file.
01  src-record        pic x(2100).

fd  work-file.
01  work-record       pic x(2100).

fd  rpt-pages.
    copy "rptpages-ix.cpy".

fd  case-file.
01  case-record       pic x(400).

fd  legalhold-file.
    copy "legalhold-fd.cpy".

fd  keyring-file.
01  keyring-record    pic x(200).

fd  masterkey-file.
01  masterkey-record  pic x(100).

fd  report-file.
01  report-file-record pic x(160).

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
copy "reportcat-ws.cpy".
copy "rptpages-ix-ws.cpy".
copy "legalhold-ws.cpy".
copy "cipher-trailer.cpy".
copy "staged-ws.cpy".
copy "report-header-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 run-mode          pic x value space.
   88 mode-search    value 'S'.
   88 mode-confirm   value 'C'.
   88 mode-erase     value 'E'.

01 scope-filename    pic x(100) value "PRIVSCOPE.TXT".
01 scope-status      pic xx.
01 casedict-filename pic x(100) value "CASEDICT.TXT".
01 casedict-status   pic xx.
01 src-filename      pic x(100).
01 src-status        pic xx.
01 work-filename     pic x(110).
01 work-status       pic xx.
01 case-filename     pic x(100).
01 case-status       pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.
01 del-status        binary-long.

01 PRIV-CASE-TAG constant as "*PRIVCASE*".
01 TOMBSTONE-TAG constant as "*ERASED*".
01 ARCPACK-TAG constant as "*ARCPACK*".
01 ARCEND-TAG constant as "*ARCEND*".

01 subject-name      pic x(100).
01 subject-std       pic x(100).
01 target-hit        pic x(10).
01 target-hit-no     pic 9(5).
01 target-action     pic x(8).
   88 action-redact  value "REDACT".
   88 action-remove  value "REMOVE".
   88 action-keep    value "KEEP".

01 MAX-DATASETS constant as 300.
01 ds-count          binary-long value 0.
01 ds-table.
   05 ds-entry       occurs 300 times.
      10 ds-kind     pic x(10).
      10 ds-name     pic x(100).
01 ds-idx            binary-long.
01 ds-scan           binary-long.
01 sc-kind           pic x(10).
01 sc-name           pic x(100).

01 cur-kind          pic x(10).
01 cur-dataset       pic x(100).
01 ds-format         pic x value 'T'.
   88 format-plain   value 'T'.
   88 format-staged  value 'S'.
   88 format-packed  value 'P'.
01 ds-state          pic x value space.
   88 ds-missing     value 'M'.
   88 ds-unreadable  value 'U'.
   88 ds-integrity-bad value 'B'.
01 ds-reason         pic x(80).
01 ds-records        pic 9(9) value 0.
01 ds-hits           pic 9(9) value 0.
01 raw-control-flag  pic x value 'N'.
   88 raw-is-control value 'Y'.
01 rec-changed-flag  pic x value 'N'.
   88 record-changed value 'Y'.
01 live-log-flag     pic x value 'N'.
   88 dataset-is-live-log value 'Y'.

01 trl-seen-flag     pic x value 'N'.
   88 trl-seen       value 'Y'.
01 trl-count         pic 9(9) value 0.
01 trl-checksum      pic 9(9) value 0.
01 orig-count        pic 9(9) value 0.
01 orig-checksum     pic 9(9) value 0.
01 new-count         pic 9(9) value 0.
01 new-checksum      pic 9(9) value 0.
01 trl-tag           pic x(12).
01 trl-field-1       pic x(12).
01 trl-field-2       pic x(12).

01 line-len          binary-long.
01 in-ptr            binary-long.
01 pk-out-ptr        binary-long.
01 run-char          pic x.
01 run-count         binary-long.
01 pk-count-3        pic 9(3).
01 cks-idx           binary-long.

01 chk-pos           binary-long.
01 content-len       binary-long.
01 rec-len           binary-long.
01 hash-idx          binary-long.
01 calc-hash         pic 9(9).
01 reseal-prev       pic 9(9) value 0.
01 reseal-prev-flag  pic x value 'N'.
   88 reseal-prev-known value 'Y'.
01 chain-dirty-flag  pic x value 'N'.
   88 chain-dirty    value 'Y'.
01 resealed-count    pic 9(9) value 0.

01 scan-text         pic x(500).
01 scan-upper        pic x(500).
01 scan-len          binary-long.
01 scan-idx          binary-long.
01 MAX-SCAN-TOKENS constant as 120.
01 rt-count          binary-long value 0.
01 rt-table.
   05 rt-entry       occurs 120 times.
      10 rt-token    pic x(20).
      10 rt-start    binary-long.
      10 rt-end      binary-long.
01 rt-idx            binary-long.
01 rt-last           binary-long.
01 rt-limit          binary-long.
01 rt-tok-len        binary-long.
01 rt-in-token       pic x.
01 canon-ptr         binary-long.

01 best-grade        pic x.
01 best-start        binary-long.
01 best-end          binary-long.
01 redact-pass       binary-long.
01 excerpt-from      binary-long.
01 excerpt-work      pic x(80).
01 grade-word        pic x(8).

01 MAX-TOKENS constant as 10.
01 na-idx            binary-long value 1.
01 na-table.
   05 na-entry       occurs 1 times.
      10 na-canon    pic x(100).
      10 na-tok-count binary-long.
      10 na-token    pic x(20) occurs 10 times.
01 nb-idx            binary-long value 1.
01 nb-table.
   05 nb-entry       occurs 1 times.
      10 nb-canon    pic x(100).
      10 nb-tok-count binary-long.
      10 nb-token    pic x(20) occurs 10 times.

01 nm-raw            pic x(200).
01 nm-canon          pic x(100).
01 nm-tok-count      binary-long.
01 nm-token          pic x(20) occurs 10 times.
01 nm-char           pic x.
01 nm-in-ptr         binary-long.
01 nm-out-ptr        binary-long.
01 nm-len            binary-long.
01 nm-tok-ptr        binary-long.

01 match-grade       pic x.
01 tok-a             binary-long.
01 tok-b             binary-long.
01 walk-a            binary-long.
01 walk-b            binary-long.
01 subseq-ok         pic x.
01 first-initial-ok  pic x.
01 rest-equal-ok     pic x.

01 MAX-CASE-WORDS constant as 200.
01 cd-count          binary-long value 0.
01 cd-table.
   05 cd-entry       occurs 200 times.
      10 cd-word     pic x(30).
      10 cd-upper    pic x(30).
      10 cd-uses     pic 9(9).
01 cd-idx            binary-long.
01 cw-start          binary-long.
01 cw-len            binary-long.
01 cw-scan           binary-long.
01 cw-word           pic x(30).
01 cw-upper          pic x(30).
01 cd-applied        pic 9(9) value 0.

01 work-area.
   05 work-string    pic x(500).
   05 work-char      redefines work-string
                     pic x occurs 500 times.
01 clean-area.
   05 clean-string   pic x(500).
   05 clean-char     redefines clean-string
                     pic x occurs 500 times.
01 work-len          pic 9(4) comp.
01 char-idx          pic 9(4) comp.
01 out-ptr           pic 9(4) comp.
01 c                 pic x.
01 tmp-ord           pic 9(4) comp.
01 last-was-space    pic x.
   88 prev-was-space value 'Y'.
01 at-word-start     pic x.
   88 is-word-start  value 'Y'.
01 garbage-flag      pic x.
   88 record-has-garbage value 'Y'.

01 MAX-HITS constant as 500.
01 hit-count         binary-long value 0.
01 hit-table.
   05 hit-entry      occurs 500 times.
      10 hit-no      pic 9(5).
      10 hit-state   pic x(10).
      10 hit-action  pic x(8).
      10 hit-kind    pic x(10).
      10 hit-dataset pic x(100).
      10 hit-rec     pic 9(9).
      10 hit-grade   pic x.
      10 hit-confirmer pic x(20).
      10 hit-applier pic x(20).
      10 hit-excerpt pic x(80).
      10 hit-outcome pic x(8).
01 hit-idx           binary-long.
01 case-idx          binary-long.
01 hit-seq           pic 9(5) value 0.
01 case-header       pic x(400).
01 case-tag          pic x(12).
01 case-subject      pic x(100).
01 case-searcher     pic x(20).
01 case-ts           pic x(19).
01 cf-no             pic x(10).
01 cf-state          pic x(10).
01 cf-action         pic x(8).
01 cf-kind           pic x(10).
01 cf-dataset        pic x(100).
01 cf-rec            pic x(12).
01 cf-grade          pic x(2).
01 cf-confirmer      pic x(20).
01 cf-applier        pic x(20).
01 cf-ptr            binary-long.

01 today-date-8      pic 9(8).
01 erase-ts          pic x(19).
01 tombstone-text    pic x(300).

01 datasets-searched pic 9(5) value 0.
01 datasets-skipped  pic 9(5) value 0.
01 records-searched  pic 9(9) value 0.
01 total-hits        pic 9(9) value 0.
01 grade-a-hits      pic 9(9) value 0.
01 grade-b-hits      pic 9(9) value 0.
01 grade-c-hits      pic 9(9) value 0.
01 hits-changed      pic 9(5) value 0.
01 hits-confirmed    pic 9(5) value 0.
01 hits-erased       pic 9(5) value 0.
01 hits-stale        pic 9(5) value 0.
01 hits-held         pic 9(5) value 0.
01 hits-failed       pic 9(5) value 0.
01 count-disp        pic z(8)9.

procedure division.

main.
    move "privacy-erasure" to audit-program-id
    perform validate-args
    perform check-operator-authority

    evaluate true
        when mode-search
            perform search-for-subject
        when mode-confirm
            perform confirm-case-hits
        when mode-erase
            perform erase-confirmed-hits
    end-evaluate

    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 3 and argc <> 4
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate true
        when arg-val(1) = "-s" and argc = 4
            set mode-search to true
            move arg-val(2) to subject-name
            move arg-val(3) to case-filename
            move arg-val(4) to report-filename
        when arg-val(1) = "-c" and argc = 4
            set mode-confirm to true
            move arg-val(2) to case-filename
            move function upper-case(arg-val(3)) to target-hit
            move function upper-case(arg-val(4)) to target-action
        when arg-val(1) = "-e" and argc = 3
            set mode-erase to true
            move arg-val(2) to case-filename
            move arg-val(3) to report-filename
        when other
            perform show-usage
    end-evaluate

    if case-filename = spaces
        perform show-usage
    end-if

    if mode-search
        if subject-name = spaces or report-filename = spaces
            perform show-usage
        end-if
    end-if

    if mode-confirm
        if not action-redact and not action-remove
           and not action-keep
            perform show-usage
        end-if
        if target-hit <> "ALL"
            if function test-numval(target-hit) <> 0
                perform show-usage
            end-if
            compute target-hit-no = function numval(target-hit)
        end-if
    end-if

    if mode-erase and report-filename = spaces
        perform show-usage
    end-if.

standardize-subject-name.
    move subject-name to work-string
    inspect work-string replacing
        all x"09" by space
        all x"0A" by space
        all x"0D" by space

    perform check-for-garbage
    if record-has-garbage
        display "PRV201E SUBJECT NAME REJECTED: "
                function trim(subject-name)
                " carries non-letter characters - give the name"
                " as it would appear on a record"
        move 16 to return-code
        stop run
    end-if

    perform collapse-and-title-case
    perform load-casing-dictionary
    perform apply-casing-dictionary
    move function trim(clean-string) to subject-std.

load-subject-tokens.
    move subject-std to nm-raw
    perform canonicalize-name
    move nm-canon to na-canon(1)
    move nm-tok-count to na-tok-count(1)
    perform varying tok-a from 1 by 1 until tok-a > MAX-TOKENS
        move nm-token(tok-a) to na-token(1, tok-a)
    end-perform

    if na-tok-count(1) < 2
        display "PRV201E SUBJECT NAME REJECTED: "
                function trim(subject-std)
                " - give at least a first and a last name"
        move 16 to return-code
        stop run
    end-if.

search-for-subject.
    perform standardize-subject-name
    perform load-subject-tokens

    open input case-file
    if case-status = "00"
        close case-file
        display "Case file " function trim(case-filename)
                " already exists - start each subject search on a"
                " new case file"
        move 16 to return-code
        stop run
    end-if

    open output case-file
    if case-status <> "00"
        perform show-usage
    end-if

    perform resolve-audit-operator
    perform make-erase-timestamp
    move spaces to case-record
    string PRIV-CASE-TAG " | "
           function trim(subject-std) " | "
           function trim(audit-operator-id) " | "
           erase-ts
           delimited by size into case-record
    write case-record

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "SUBJECT-ACCESS SEARCH FINDINGS" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "Subject: " function trim(subject-std)
           "   (standardized from: " function trim(subject-name)
           ")" delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Matched as: " function trim(na-canon(1))
           "   grades A exact, B initial, C dropped middle name"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Case file: " function trim(case-filename)
           delimited by size into report-file-record
    perform write-detail-line

    perform build-search-scope

    perform varying ds-idx from 1 by 1 until ds-idx > ds-count
        move ds-kind(ds-idx) to cur-kind
        move ds-name(ds-idx) to cur-dataset
        perform search-one-dataset
    end-perform

    close case-file

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Datasets searched " datasets-searched
           "  not searchable " datasets-skipped
           "  records read " records-searched
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Findings " total-hits
           "  (grade A " grade-a-hits
           "  B " grade-b-hits
           "  C " grade-c-hits ")"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    move "Confirm hits with privacy-erasure -c; a second operator"
        to report-file-record
    perform write-detail-line
    move "applies them with privacy-erasure -e" to report-file-record
    perform write-detail-line
    close report-file

    display "PRV101I subject search complete: " total-hits
            " finding(s) in " datasets-searched
            " dataset(s), written to " function trim(case-filename)

    if datasets-skipped > 0
        display "PRV103W " datasets-skipped
                " dataset(s) could not be searched - see the"
                " findings report"
        move 4 to return-code
    end-if

    move case-filename to audit-input-value
    move spaces to audit-result-value
    string "SUBJECT SEARCH: datasets=" datasets-searched
           " skipped=" datasets-skipped
           " findings=" total-hits
           delimited by size into audit-result-value
    perform log-audit-entry.

build-search-scope.
    move "EXCEPTION" to sc-kind
    move "EXCPMSTR.TXT" to sc-name
    perform add-scope-dataset
    move "SUSPENSE" to sc-kind
    move "SUSPENSE.TXT" to sc-name
    perform add-scope-dataset

    open input reportcat-file
    if reportcat-status = "00"
        read reportcat-file
        perform until reportcat-status = "10"
            perform add-catalogued-report
            read reportcat-file
        end-perform
        close reportcat-file
    end-if

    move "PAGES" to sc-kind
    move rpt-pages-filename to sc-name
    perform add-scope-dataset

    open input scope-file
    if scope-status <> "00"
        exit paragraph
    end-if

    read scope-file
    perform until scope-status = "10"
        if function trim(scope-record) <> spaces
           and scope-record(1:1) <> "*"
            move spaces to sc-kind
            move spaces to sc-name
            unstring scope-record delimited by " | "
                into sc-kind, sc-name
            end-unstring
            move function upper-case(sc-kind) to sc-kind
            if sc-name <> spaces
                perform add-scope-dataset
            end-if
        end-if
        read scope-file
    end-perform

    close scope-file.

add-catalogued-report.
    if function trim(reportcat-record) = spaces
        exit paragraph
    end-if

    move spaces to rcat-rec-base
    move spaces to rcat-rec-date
    move spaces to rcat-rec-run
    move spaces to rcat-rec-gen
    move spaces to rcat-rec-actual

    unstring reportcat-record delimited by " | "
        into rcat-rec-base, rcat-rec-date, rcat-rec-run,
             rcat-rec-gen, rcat-rec-actual
    end-unstring

    if rcat-rec-actual = spaces
        exit paragraph
    end-if

    move "REPORT" to sc-kind
    move rcat-rec-actual to sc-name
    perform add-scope-dataset

    move "EXTRACT" to sc-kind
    move spaces to sc-name
    string function trim(rcat-rec-actual) ".ext"
           delimited by size into sc-name
    perform add-scope-dataset.

add-scope-dataset.
    perform varying ds-scan from 1 by 1 until ds-scan > ds-count
        if ds-name(ds-scan) = sc-name
            exit paragraph
        end-if
    end-perform

    if ds-count >= MAX-DATASETS
        exit paragraph
    end-if

    add 1 to ds-count
    move sc-kind to ds-kind(ds-count)
    move sc-name to ds-name(ds-count).

search-one-dataset.
    move 0 to ds-hits
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Dataset " function trim(cur-dataset)
           " (" function trim(cur-kind) ")"
           delimited by size into report-file-record
    perform write-detail-line

    if cur-kind = "PAGES"
        perform pass-report-pages
    else
        perform pass-flat-dataset
    end-if

    move spaces to report-file-record
    evaluate true
        when ds-missing
            move "  not present - nothing to search"
                to report-file-record
        when ds-unreadable
            add 1 to datasets-skipped
            string "  PRV103W NOT SEARCHED: "
                   function trim(ds-reason)
                   delimited by size into report-file-record
        when other
            add 1 to datasets-searched
            add ds-records to records-searched
            move ds-records to count-disp
            string "  " function trim(count-disp)
                   " record(s) read, " ds-hits " finding(s)"
                   delimited by size into report-file-record
    end-evaluate
    perform write-detail-line

    if ds-integrity-bad
        move spaces to report-file-record
        string "  warning: " function trim(ds-reason)
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

pass-flat-dataset.
    move space to ds-state
    move spaces to ds-reason
    move 0 to ds-records
    move "N" to live-log-flag
    move "N" to chain-dirty-flag
    move "N" to reseal-prev-flag
    move 0 to reseal-prev
    move 0 to resealed-count
    move "N" to trl-seen-flag
    move 0 to trl-count
    move 0 to trl-checksum
    move 0 to orig-count
    move 0 to orig-checksum
    move 0 to new-count
    move 0 to new-checksum
    set format-plain to true

    if mode-erase and cur-dataset = audit-log-filename
        set dataset-is-live-log to true
        call "SYSTEM" using chain-lock-cmd
        move 0 to return-code
    end-if

    move cur-dataset to src-filename
    open input src-file
    if src-status <> "00"
        set ds-missing to true
        perform release-live-log
        exit paragraph
    end-if

    if mode-erase
        move spaces to work-filename
        string function trim(cur-dataset) ".PRV"
               delimited by size into work-filename
        open output work-file
        if work-status <> "00"
            set ds-unreadable to true
            move "work file could not be opened" to ds-reason
            close src-file
            perform release-live-log
            exit paragraph
        end-if
    end-if

    read src-file
    if src-status = "00"
        perform detect-dataset-format
    end-if

    if ds-unreadable
        close src-file
        if mode-erase
            close work-file
            call "CBL_DELETE_FILE" using work-filename
                returning del-status
            end-call
        end-if
        perform release-live-log
        exit paragraph
    end-if

    perform until src-status <> "00"
        perform take-raw-record
        if not raw-is-control
            add 1 to ds-records
            if mode-erase
                perform erase-record-if-confirmed
                perform reseal-chain-record
                perform put-raw-record
            else
                perform search-one-record
            end-if
        end-if
        read src-file
    end-perform

    close src-file

    if format-staged or format-packed
        perform check-dataset-trailer
    end-if

    if mode-erase
        perform finish-dataset-rewrite
    end-if

    perform release-live-log.

detect-dataset-format.
    evaluate true
        when src-record(1:9) = CIPHER-HEADER-TAG
            set format-staged to true
            move spaces to stg-hdr-tag
            move spaces to stg-key-id
            move spaces to stg-key-fp-x
            unstring src-record delimited by " | "
                into stg-hdr-tag, stg-key-id, stg-key-fp-x
            end-unstring
            move 0 to stg-key-fp
            if function test-numval(stg-key-fp-x) = 0
                compute stg-key-fp = function numval(stg-key-fp-x)
            end-if
            move "N" to stg-active-flag
            perform resolve-staged-key
            if not staged-key-found
                set ds-unreadable to true
                move stg-refuse-reason to ds-reason
                exit paragraph
            end-if
        when src-record(1:9) = ARCPACK-TAG
            set format-packed to true
        when other
            exit paragraph
    end-evaluate

    if mode-erase
        move src-record to work-record
        write work-record
    end-if

    read src-file.

take-raw-record.
    move "N" to raw-control-flag
    move spaces to scan-text

    evaluate true
        when format-staged
            if src-record(1:9) = CIPHER-TRAILER-TAG
                perform take-dataset-trailer
                exit paragraph
            end-if
            move src-record(1:500) to stg-text
            set stg-decrypt to true
            perform apply-staged-cipher
            move stg-text to scan-text
            perform sum-staged-text
            add 1 to orig-count
            compute orig-checksum =
                function mod(orig-checksum + stg-work-checksum,
                    1000000000)
        when format-packed
            if src-record(1:8) = ARCEND-TAG
                perform take-dataset-trailer
                exit paragraph
            end-if
            perform unpack-packed-record
            add 1 to orig-count
            perform varying cks-idx from 1 by 1
                    until cks-idx > line-len
                compute orig-checksum =
                    function mod(orig-checksum * 31
                        + function ord(scan-text(cks-idx:1)),
                        1000000000)
            end-perform
        when other
            move src-record(1:500) to scan-text
    end-evaluate.

take-dataset-trailer.
    set raw-is-control to true
    set trl-seen to true
    move spaces to trl-tag
    move spaces to trl-field-1
    move spaces to trl-field-2
    unstring src-record delimited by " | "
        into trl-tag, trl-field-1, trl-field-2
    end-unstring
    if format-staged
        move src-record(1:29) to cipher-trailer-record
        move ct-record-count to trl-count
        move ct-checksum to trl-checksum
        exit paragraph
    end-if
    if function test-numval(trl-field-1) = 0
        compute trl-count = function numval(trl-field-1)
    end-if
    if function test-numval(trl-field-2) = 0
        compute trl-checksum = function numval(trl-field-2)
    end-if.

sum-staged-text.
    move 0 to stg-work-checksum
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

unpack-packed-record.
    move 0 to line-len
    if src-record(1:1) <> "L"
        exit paragraph
    end-if

    move 2 to in-ptr
    move 1 to pk-out-ptr

    perform until in-ptr > 2096
            or src-record(in-ptr:4) = spaces
        if function test-numval(src-record(in-ptr:3)) <> 0
            exit perform
        end-if
        compute run-count =
            function numval(src-record(in-ptr:3))
        move src-record(in-ptr + 3:1) to run-char
        perform until run-count = 0
                or pk-out-ptr > 500
            move run-char to scan-text(pk-out-ptr:1)
            add 1 to pk-out-ptr
            subtract 1 from run-count
        end-perform
        add 4 to in-ptr
    end-perform

    compute line-len = pk-out-ptr - 1.

check-dataset-trailer.
    if not trl-seen
        set ds-integrity-bad to true
        move "no integrity trailer - file truncated" to ds-reason
        exit paragraph
    end-if

    if trl-count <> orig-count or trl-checksum <> orig-checksum
        set ds-integrity-bad to true
        move spaces to ds-reason
        string "integrity trailer mismatch (count " orig-count
               "/" trl-count " checksum " orig-checksum
               "/" trl-checksum ")"
               delimited by size into ds-reason
    end-if.

search-one-record.
    perform grade-scan-text
    if best-grade = space
        exit paragraph
    end-if

    add 1 to ds-hits
    add 1 to total-hits
    add 1 to hit-seq
    evaluate best-grade
        when "A"
            add 1 to grade-a-hits
            move "exact" to grade-word
        when "B"
            add 1 to grade-b-hits
            move "strong" to grade-word
        when other
            add 1 to grade-c-hits
            move "review" to grade-word
    end-evaluate

    perform build-hit-excerpt

    move spaces to case-record
    string hit-seq " | FOUND | - | "
           function trim(cur-kind) " | "
           function trim(cur-dataset) " | "
           ds-records " | " best-grade " | - | - | "
           function trim(excerpt-work)
           delimited by size into case-record
    write case-record

    move spaces to report-file-record
    string "  hit " hit-seq "  record " ds-records
           "  grade " best-grade " (" function trim(grade-word)
           "): " function trim(excerpt-work)
           delimited by size into report-file-record
    perform write-detail-line.

build-hit-excerpt.
    compute excerpt-from = best-start - 20
    if excerpt-from < 1
        move 1 to excerpt-from
    end-if
    if excerpt-from > 421
        move 421 to excerpt-from
    end-if
    move scan-text(excerpt-from:80) to excerpt-work
    inspect excerpt-work replacing all "|" by "/".

grade-scan-text.
    move space to best-grade
    move 0 to best-start
    move 0 to best-end
    perform tokenize-scan-text

    perform varying rt-idx from 1 by 1
            until rt-idx > rt-count or best-grade = "A"
        if rt-token(rt-idx)(1:1) = na-token(1, 1)(1:1)
            perform grade-scan-windows
        end-if
    end-perform.

grade-scan-windows.
    compute rt-limit = rt-idx + na-tok-count(1) + 1
    if rt-limit > rt-idx + MAX-TOKENS - 1
        compute rt-limit = rt-idx + MAX-TOKENS - 1
    end-if
    if rt-limit > rt-count
        move rt-count to rt-limit
    end-if

    perform varying rt-last from rt-idx by 1 until rt-last > rt-limit
        if rt-token(rt-last) = na-token(1, na-tok-count(1))
            perform load-scan-window
            perform grade-one-pair
            if match-grade <> space
               and (best-grade = space or match-grade < best-grade)
                move match-grade to best-grade
                move rt-start(rt-idx) to best-start
                move rt-end(rt-last) to best-end
            end-if
        end-if
    end-perform.

load-scan-window.
    move spaces to nb-canon(1)
    compute nb-tok-count(1) = rt-last - rt-idx + 1
    move 1 to canon-ptr
    perform varying tok-b from 1 by 1 until tok-b > MAX-TOKENS
        move spaces to nb-token(1, tok-b)
        if tok-b <= nb-tok-count(1)
            move rt-token(rt-idx + tok-b - 1) to nb-token(1, tok-b)
            if tok-b > 1
                string " " delimited by size
                    into nb-canon(1) with pointer canon-ptr
            end-if
            string nb-token(1, tok-b) delimited by space
                into nb-canon(1) with pointer canon-ptr
        end-if
    end-perform.

tokenize-scan-text.
    move 0 to rt-count
    move function upper-case(scan-text) to scan-upper
    compute scan-len =
        function length(function trim(scan-upper trailing))
    if scan-upper = spaces
        move 0 to scan-len
    end-if

    move "N" to rt-in-token
    perform varying scan-idx from 1 by 1 until scan-idx > scan-len
        if scan-upper(scan-idx:1) >= "A"
           and scan-upper(scan-idx:1) <= "Z"
            if rt-in-token = "N"
                if rt-count >= MAX-SCAN-TOKENS
                    exit perform
                end-if
                add 1 to rt-count
                move spaces to rt-token(rt-count)
                move scan-idx to rt-start(rt-count)
                move "Y" to rt-in-token
            end-if
            compute rt-tok-len = scan-idx - rt-start(rt-count) + 1
            if rt-tok-len <= 20
                move scan-upper(scan-idx:1)
                    to rt-token(rt-count)(rt-tok-len:1)
            end-if
            move scan-idx to rt-end(rt-count)
        else
            move "N" to rt-in-token
        end-if
    end-perform.

pass-report-pages.
    move space to ds-state
    move spaces to ds-reason
    move 0 to ds-records

    if mode-erase
        open i-o rpt-pages
    else
        open input rpt-pages
    end-if
    if rpt-pages-status <> "00"
        set ds-missing to true
        exit paragraph
    end-if

    move low-values to rpt-page-line-key
    start rpt-pages key is not less than rpt-page-line-key
    if rpt-pages-status <> "00"
        close rpt-pages
        exit paragraph
    end-if

    read rpt-pages next record
    perform until rpt-pages-status <> "00"
        add 1 to ds-records
        move spaces to scan-text
        move rpl-text to scan-text
        if mode-erase
            perform erase-record-if-confirmed
            if record-changed
                move scan-text to rpl-text
                rewrite rpt-page-line-record
            end-if
        else
            perform search-one-record
        end-if
        read rpt-pages next record
    end-perform

    close rpt-pages.

confirm-case-hits.
    perform load-case-file
    perform resolve-audit-operator

    perform varying hit-idx from 1 by 1 until hit-idx > hit-count
        if target-hit = "ALL" or hit-no(hit-idx) = target-hit-no
            perform confirm-one-hit
        end-if
    end-perform

    if hits-changed = 0
        display "No open finding matched " function trim(target-hit)
                " on case file " function trim(case-filename)
        move 16 to return-code
        stop run
    end-if

    perform rewrite-case-file

    if action-keep
        display "Case " function trim(case-filename) ": "
                hits-changed " finding(s) kept (no erasure)"
    else
        display "Case " function trim(case-filename) ": "
                hits-changed " finding(s) confirmed for "
                function trim(target-action)
                " - a second operator applies them with -e"
    end-if

    move case-filename to audit-input-value
    move spaces to audit-result-value
    string "ERASURE CONFIRMED: " hits-changed " hit(s) "
           function trim(target-action) " (hit "
           function trim(target-hit) ") by "
           function trim(audit-operator-id)
           delimited by size into audit-result-value
    perform log-audit-entry.

confirm-one-hit.
    if hit-state(hit-idx) <> "FOUND"
       and hit-state(hit-idx) <> "CONFIRMED"
       and hit-state(hit-idx) <> "KEPT"
       and hit-state(hit-idx) <> "HELD"
        if target-hit <> "ALL"
            display "Hit " hit-no(hit-idx) " is "
                    function trim(hit-state(hit-idx))
                    " - not changed"
        end-if
        exit paragraph
    end-if

    if action-keep
        move "KEPT" to hit-state(hit-idx)
    else
        move "CONFIRMED" to hit-state(hit-idx)
    end-if
    move target-action to hit-action(hit-idx)
    move audit-operator-id to hit-confirmer(hit-idx)
    add 1 to hits-changed.

erase-confirmed-hits.
    perform load-case-file
    perform resolve-audit-operator

    move case-subject to subject-std
    perform load-subject-tokens

    perform varying hit-idx from 1 by 1 until hit-idx > hit-count
        if hit-state(hit-idx) = "CONFIRMED"
            add 1 to hits-confirmed
            if hit-confirmer(hit-idx) = audit-operator-id
                perform refuse-same-operator
            end-if
        end-if
    end-perform

    if hits-confirmed = 0
        display "Case " function trim(case-filename)
                " has no confirmed findings awaiting erasure"
        move 4 to return-code
        stop run
    end-if

    perform load-legal-holds
    perform make-erase-timestamp

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "SUBJECT ERASURE" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "Case file: " function trim(case-filename)
           "   subject: " function trim(case-subject)
           delimited by size into report-file-record
    perform write-detail-line

    perform varying case-idx from 1 by 1 until case-idx > hit-count
        if hit-state(case-idx) = "CONFIRMED"
            move hit-kind(case-idx) to cur-kind
            move hit-dataset(case-idx) to cur-dataset
            perform erase-one-dataset
        end-if
    end-perform

    perform rewrite-case-file

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Findings erased " hits-erased
           "  stale " hits-stale
           "  held " hits-held
           "  not applied " hits-failed
           delimited by size into report-file-record
    perform write-detail-line
    perform write-legal-hold-summary
    close report-file

    display "PRV102I case " function trim(case-filename) ": "
            hits-erased " finding(s) erased, " hits-stale
            " stale, " hits-held " held, " hits-failed
            " not applied"

    evaluate true
        when hits-failed > 0
            move 8 to return-code
        when hits-stale > 0 or hits-held > 0
            move 4 to return-code
    end-evaluate

    move case-filename to audit-input-value
    move spaces to audit-result-value
    string "SUBJECT ERASURE: erased=" hits-erased
           " stale=" hits-stale
           " held=" hits-held
           " failed=" hits-failed
           delimited by size into audit-result-value
    perform log-audit-entry.

refuse-same-operator.
    display "PRV202E REFUSED: dual control - finding "
            hit-no(hit-idx) " on case "
            function trim(case-filename)
            " was confirmed by operator "
            function trim(hit-confirmer(hit-idx))
            " and must be applied by someone else"
    move case-filename to audit-input-value
    move spaces to audit-result-value
    string "DUAL-CONTROL REFUSED: approver is confirmer "
           function trim(hit-confirmer(hit-idx))
           delimited by size into audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

erase-one-dataset.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Dataset " function trim(cur-dataset)
           " (" function trim(cur-kind) ")"
           delimited by size into report-file-record
    perform write-detail-line

    move cur-dataset to lh-probe-dataset
    move spaces to lh-probe-program
    move spaces to lh-probe-partner
    move spaces to lh-probe-date
    move cur-dataset to lh-probe-text
    perform check-legal-hold
    if legal-hold-applies
        perform withhold-dataset-hits
        exit paragraph
    end-if

    perform varying hit-idx from 1 by 1 until hit-idx > hit-count
        if hit-dataset(hit-idx) = cur-dataset
            move spaces to hit-outcome(hit-idx)
        end-if
    end-perform

    if cur-kind = "PAGES"
        perform pass-report-pages
    else
        perform pass-flat-dataset
    end-if

    perform varying hit-idx from 1 by 1 until hit-idx > hit-count
        if hit-dataset(hit-idx) = cur-dataset
           and hit-state(hit-idx) = "CONFIRMED"
            perform settle-one-hit
        end-if
    end-perform

    if resealed-count > 0
        move cur-dataset to audit-input-value
        move spaces to audit-result-value
        string "AUDIT CHAIN RESEALED after erasure: "
               resealed-count " record(s) re-chained"
               delimited by size into audit-result-value
        perform log-audit-entry
        move spaces to report-file-record
        string "  audit chain resealed: " resealed-count
               " record(s) re-chained from the first erasure"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

withhold-dataset-hits.
    perform varying hit-idx from 1 by 1 until hit-idx > hit-count
        if hit-dataset(hit-idx) = cur-dataset
           and hit-state(hit-idx) = "CONFIRMED"
            move "HELD" to hit-state(hit-idx)
            add 1 to hits-held
            move spaces to report-file-record
            string "  hit " hit-no(hit-idx) "  record "
                   hit-rec(hit-idx)
                   ": PRV105W WITHHELD - legal hold "
                   function trim(lh-id(lh-held-idx))
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform

    move cur-dataset to audit-input-value
    move spaces to audit-result-value
    string "ERASURE WITHHELD: legal hold "
           function trim(lh-id(lh-held-idx))
           delimited by size into audit-result-value
    perform log-audit-entry.

settle-one-hit.
    move spaces to report-file-record
    evaluate true
        when ds-integrity-bad or ds-unreadable
            add 1 to hits-failed
            string "  hit " hit-no(hit-idx) "  record "
                   hit-rec(hit-idx)
                   ": PRV203E NOT APPLIED - "
                   function trim(ds-reason)
                   delimited by size into report-file-record
        when hit-outcome(hit-idx) = "REDACTED"
          or hit-outcome(hit-idx) = "REMOVED"
            move "ERASED" to hit-state(hit-idx)
            move audit-operator-id to hit-applier(hit-idx)
            move "(erased)" to hit-excerpt(hit-idx)
            add 1 to hits-erased
            string "  hit " hit-no(hit-idx) "  record "
                   hit-rec(hit-idx) ": "
                   function trim(hit-outcome(hit-idx))
                   " (confirmed by "
                   function trim(hit-confirmer(hit-idx)) ")"
                   delimited by size into report-file-record
            move cur-dataset to audit-input-value
            move spaces to audit-result-value
            string "PRIVACY ERASURE hit " hit-no(hit-idx) " "
                   function trim(hit-outcome(hit-idx))
                   " record " hit-rec(hit-idx)
                   " confirmed by "
                   function trim(hit-confirmer(hit-idx))
                   delimited by size into audit-result-value
            perform log-audit-entry
        when other
            move "STALE" to hit-state(hit-idx)
            add 1 to hits-stale
            if ds-missing
                string "  hit " hit-no(hit-idx) "  record "
                       hit-rec(hit-idx)
                       ": PRV104W STALE - dataset no longer present"
                       delimited by size into report-file-record
            else
                string "  hit " hit-no(hit-idx) "  record "
                       hit-rec(hit-idx)
                       ": PRV104W STALE - record no longer matches"
                       " the subject"
                       delimited by size into report-file-record
            end-if
    end-evaluate
    perform write-detail-line.

erase-record-if-confirmed.
    move "N" to rec-changed-flag
    perform varying hit-idx from 1 by 1 until hit-idx > hit-count
        if hit-state(hit-idx) = "CONFIRMED"
           and hit-rec(hit-idx) = ds-records
           and hit-dataset(hit-idx) = cur-dataset
           and hit-outcome(hit-idx) = spaces
            perform apply-one-erasure
        end-if
    end-perform.

apply-one-erasure.
    perform grade-scan-text
    if best-grade = space
        move "STALE" to hit-outcome(hit-idx)
        exit paragraph
    end-if

    if hit-action(hit-idx) = "REMOVE"
        perform build-tombstone-record
        move "REMOVED" to hit-outcome(hit-idx)
    else
        perform redact-best-span
        perform varying redact-pass from 1 by 1
                until redact-pass > 20
            perform grade-scan-text
            if best-grade = space
                exit perform
            end-if
            perform redact-best-span
        end-perform
        move "REDACTED" to hit-outcome(hit-idx)
    end-if

    set record-changed to true
    set chain-dirty to true.

redact-best-span.
    perform varying scan-idx from best-start by 1
            until scan-idx > best-end
        if scan-upper(scan-idx:1) >= "A"
           and scan-upper(scan-idx:1) <= "Z"
            move "*" to scan-text(scan-idx:1)
        end-if
    end-perform.

build-tombstone-record.
    perform locate-chk-field
    move spaces to tombstone-text
    string TOMBSTONE-TAG " | " erase-ts
           " | privacy erasure case "
           function trim(case-filename)
           " hit " hit-no(hit-idx)
           " | confirmed " function trim(hit-confirmer(hit-idx))
           " | applied " function trim(audit-operator-id)
           delimited by size into tombstone-text
    if chk-pos > 0
        move tombstone-text to chain-work
        move spaces to tombstone-text
        string function trim(chain-work trailing)
               " | chk=000000000"
               delimited by size into tombstone-text
    end-if
    move spaces to scan-text
    if cur-kind = "PAGES"
        move tombstone-text(1:160) to scan-text
    else
        move tombstone-text to scan-text
    end-if.

locate-chk-field.
    move 0 to chk-pos
    compute rec-len = function length(
        function trim(scan-text trailing))
    if rec-len < 17
        exit paragraph
    end-if
    perform varying scan-idx from 1 by 1
            until scan-idx > rec-len - 15
        if scan-text(scan-idx:7) = " | chk="
            move scan-idx to chk-pos
        end-if
    end-perform.

reseal-chain-record.
    perform locate-chk-field
    if chk-pos = 0
        exit paragraph
    end-if

    if not chain-dirty
        if scan-text(chk-pos + 7:9) is numeric
            move scan-text(chk-pos + 7:9) to reseal-prev
            set reseal-prev-known to true
        end-if
        exit paragraph
    end-if

    compute content-len = chk-pos - 1
    move 0 to calc-hash
    perform varying hash-idx from 1 by 1
            until hash-idx > content-len
        compute calc-hash =
            function mod(calc-hash * 31
                + function ord(scan-text(hash-idx:1)),
                1000000000)
    end-perform
    if reseal-prev-known
        compute calc-hash =
            function mod(calc-hash + reseal-prev * 7, 1000000000)
    end-if

    move calc-hash to scan-text(chk-pos + 7:9)
    move calc-hash to reseal-prev
    set reseal-prev-known to true
    add 1 to resealed-count.

put-raw-record.
    move spaces to work-record
    evaluate true
        when format-staged
            move scan-text to stg-text
            perform sum-staged-text
            add 1 to new-count
            compute new-checksum =
                function mod(new-checksum + stg-work-checksum,
                    1000000000)
            set stg-encrypt to true
            perform apply-staged-cipher
            move stg-text to work-record
        when format-packed
            perform pack-scan-text
        when other
            move scan-text to work-record
    end-evaluate
    write work-record.

pack-scan-text.
    compute line-len = function length(
        function trim(scan-text trailing))
    if scan-text = spaces
        move 0 to line-len
    end-if
    add 1 to new-count
    perform varying cks-idx from 1 by 1 until cks-idx > line-len
        compute new-checksum =
            function mod(new-checksum * 31
                + function ord(scan-text(cks-idx:1)),
                1000000000)
    end-perform

    move "L" to work-record(1:1)
    move 2 to pk-out-ptr
    move 1 to in-ptr

    perform until in-ptr > line-len
        move scan-text(in-ptr:1) to run-char
        move 0 to run-count
        perform until in-ptr > line-len
                or scan-text(in-ptr:1) <> run-char
                or run-count >= 999
            add 1 to run-count
            add 1 to in-ptr
        end-perform
        move run-count to pk-count-3
        move pk-count-3 to work-record(pk-out-ptr:3)
        add 3 to pk-out-ptr
        move run-char to work-record(pk-out-ptr:1)
        add 1 to pk-out-ptr
    end-perform.

finish-dataset-rewrite.
    if format-staged
        move spaces to cipher-trailer-record
        move CIPHER-TRAILER-TAG to ct-trailer-tag
        move new-count to ct-record-count
        move new-checksum to ct-checksum
        move spaces to work-record
        move cipher-trailer-record to work-record
        write work-record
    end-if
    if format-packed
        move spaces to work-record
        string ARCEND-TAG " | " new-count
               " | " new-checksum
               delimited by size into work-record
        write work-record
    end-if
    close work-file

    if ds-integrity-bad or not chain-dirty
        move 0 to resealed-count
        call "CBL_DELETE_FILE" using work-filename
            returning del-status
        end-call
        exit paragraph
    end-if

    open input work-file
    open output src-file
    read work-file
    perform until work-status = "10"
        move work-record to src-record
        write src-record
        read work-file
    end-perform
    close work-file
    close src-file

    call "CBL_DELETE_FILE" using work-filename
        returning del-status
    end-call

    if dataset-is-live-log and resealed-count > 0
        open output chain-file
        move spaces to chain-record
        move reseal-prev to chain-record(1:9)
        write chain-record
        close chain-file
    end-if.

release-live-log.
    if dataset-is-live-log
        call "SYSTEM" using chain-unlock-cmd
        move 0 to return-code
        move "N" to live-log-flag
    end-if.

load-case-file.
    move 0 to hit-count
    open input case-file
    if case-status <> "00"
        display "Case file " function trim(case-filename)
                " could not be opened"
        move 16 to return-code
        stop run
    end-if

    move spaces to case-record
    read case-file
    if case-status <> "00" or case-record(1:10) <> PRIV-CASE-TAG
        display "NOT A CASE FILE: " function trim(case-filename)
                " has no " PRIV-CASE-TAG " header"
        close case-file
        move 16 to return-code
        stop run
    end-if

    move case-record to case-header
    move spaces to case-tag
    move spaces to case-subject
    move spaces to case-searcher
    move spaces to case-ts
    unstring case-record delimited by " | "
        into case-tag, case-subject, case-searcher, case-ts
    end-unstring

    read case-file
    perform until case-status = "10"
        if function trim(case-record) <> spaces
           and hit-count < MAX-HITS
            perform load-one-case-hit
        end-if
        read case-file
    end-perform

    close case-file.

load-one-case-hit.
    move spaces to cf-no
    move spaces to cf-state
    move spaces to cf-action
    move spaces to cf-kind
    move spaces to cf-dataset
    move spaces to cf-rec
    move spaces to cf-grade
    move spaces to cf-confirmer
    move spaces to cf-applier
    move 1 to cf-ptr

    unstring case-record delimited by " | "
        into cf-no, cf-state, cf-action, cf-kind, cf-dataset,
             cf-rec, cf-grade, cf-confirmer, cf-applier
        with pointer cf-ptr
    end-unstring

    if function test-numval(cf-no) <> 0
       or function test-numval(cf-rec) <> 0
        exit paragraph
    end-if

    add 1 to hit-count
    compute hit-no(hit-count) = function numval(cf-no)
    move cf-state to hit-state(hit-count)
    move cf-action to hit-action(hit-count)
    move cf-kind to hit-kind(hit-count)
    move cf-dataset to hit-dataset(hit-count)
    compute hit-rec(hit-count) = function numval(cf-rec)
    move cf-grade to hit-grade(hit-count)
    move cf-confirmer to hit-confirmer(hit-count)
    move cf-applier to hit-applier(hit-count)
    move spaces to hit-excerpt(hit-count)
    if cf-ptr <= length of case-record
        move case-record(cf-ptr:) to hit-excerpt(hit-count)
    end-if
    move spaces to hit-outcome(hit-count).

rewrite-case-file.
    open output case-file
    if case-status <> "00"
        display "Case file " function trim(case-filename)
                " could not be rewritten"
        move 16 to return-code
        stop run
    end-if

    move case-header to case-record
    write case-record

    perform varying hit-idx from 1 by 1 until hit-idx > hit-count
        move spaces to case-record
        string hit-no(hit-idx) " | "
               function trim(hit-state(hit-idx)) " | "
               function trim(hit-action(hit-idx)) " | "
               function trim(hit-kind(hit-idx)) " | "
               function trim(hit-dataset(hit-idx)) " | "
               hit-rec(hit-idx) " | "
               hit-grade(hit-idx) " | "
               function trim(hit-confirmer(hit-idx)) " | "
               function trim(hit-applier(hit-idx)) " | "
               function trim(hit-excerpt(hit-idx))
               delimited by size into case-record
        write case-record
    end-perform

    close case-file.

make-erase-timestamp.
    accept today-date-8 from date yyyymmdd
    accept audit-run-time from time
    move spaces to erase-ts
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2) " "
           audit-run-time(1:2) ":" audit-run-time(3:2) ":"
           audit-run-time(5:2)
           delimited by size into erase-ts.

show-usage.
    display "Usage: privacy-erasure -s <name> <case-file> <report-file>"
    display "       privacy-erasure -c <case-file> <hit|ALL> "
            "REDACT|REMOVE|KEEP"
    display "       privacy-erasure -e <case-file> <report-file>"
    display "  -s standardizes the subject's name the way"
    display "  name-standardizer does and searches the exception"
    display "  master, the suspense file, every catalogued report and"
    display "  its extract, the report page archive (RPTPAGES.DAT) and"
    display "  each dataset listed in PRIVSCOPE.TXT (<kind> | <file>:"
    display "  staged feeds are deciphered, packed archives unpacked),"
    display "  grading each record the way name-match does (A exact,"
    display "  B initial, C dropped middle name); findings go to a new"
    display "  case file and a report by dataset and record"
    display "  -c confirms a finding (or ALL) for redaction, removal or"
    display "  keeping; -e applies confirmed findings and must be run"
    display "  by a different operator (dual control, RC 12 otherwise):"
    display "  redaction masks the name, removal leaves a tombstone"
    display "  record, every erasure is audited, chained audit records"
    display "  are resealed so audit-chain-verify still holds, and a"
    display "  dataset under legal hold is withheld (RC 4)"
    move 16 to return-code
    stop run.

canonicalize-name.
    move spaces to nm-canon
    move 0 to nm-tok-count
    perform varying nm-tok-ptr from 1 by 1
            until nm-tok-ptr > MAX-TOKENS
        move spaces to nm-token(nm-tok-ptr)
    end-perform

    move function upper-case(nm-raw) to nm-raw
    inspect nm-raw replacing all "." by space
                             all "," by space
                             all "-" by space
                             all "'" by space

    compute nm-len =
        function length(function trim(nm-raw trailing))
    move 1 to nm-out-ptr
    move 0 to nm-tok-ptr

    perform varying nm-in-ptr from 1 by 1
            until nm-in-ptr > nm-len
        move nm-raw(nm-in-ptr:1) to nm-char
        if nm-char = space
            if nm-tok-ptr > 0
                move 0 to nm-tok-ptr
            end-if
        else
            if nm-tok-ptr = 0
                if nm-tok-count < MAX-TOKENS
                    add 1 to nm-tok-count
                end-if
                if nm-out-ptr > 1 and nm-out-ptr < 100
                    move space to nm-canon(nm-out-ptr:1)
                    add 1 to nm-out-ptr
                end-if
            end-if
            add 1 to nm-tok-ptr
            if nm-tok-ptr <= 20 and nm-tok-count >= 1
                move nm-char
                    to nm-token(nm-tok-count)(nm-tok-ptr:1)
            end-if
            if nm-out-ptr <= 100
                move nm-char to nm-canon(nm-out-ptr:1)
                add 1 to nm-out-ptr
            end-if
        end-if
    end-perform.

grade-one-pair.
    move space to match-grade

    if na-tok-count(na-idx) = 0 or nb-tok-count(nb-idx) = 0
        exit paragraph
    end-if

    if na-canon(na-idx) = nb-canon(nb-idx)
        move "A" to match-grade
        exit paragraph
    end-if

    if na-token(na-idx, na-tok-count(na-idx))
       <> nb-token(nb-idx, nb-tok-count(nb-idx))
        exit paragraph
    end-if

    perform check-initial-rule
    if first-initial-ok = "Y" and rest-equal-ok = "Y"
        move "B" to match-grade
        exit paragraph
    end-if

    perform check-subsequence-rule
    if subseq-ok = "Y"
        move "C" to match-grade
    end-if.

check-initial-rule.
    move "N" to first-initial-ok
    move "N" to rest-equal-ok

    if na-tok-count(na-idx) <> nb-tok-count(nb-idx)
        exit paragraph
    end-if

    if na-token(na-idx, 1) = nb-token(nb-idx, 1)
        continue
    else
        if (na-token(na-idx, 1)(2:19) = spaces
            and na-token(na-idx, 1)(1:1)
                = nb-token(nb-idx, 1)(1:1))
           or (nb-token(nb-idx, 1)(2:19) = spaces
               and nb-token(nb-idx, 1)(1:1)
                   = na-token(na-idx, 1)(1:1))
            continue
        else
            exit paragraph
        end-if
    end-if

    move "Y" to first-initial-ok
    move "Y" to rest-equal-ok

    perform varying tok-a from 2 by 1
            until tok-a > na-tok-count(na-idx)
        if na-token(na-idx, tok-a) <> nb-token(nb-idx, tok-a)
            move "N" to rest-equal-ok
            exit perform
        end-if
    end-perform.

check-subsequence-rule.
    move "N" to subseq-ok

    if na-token(na-idx, 1) <> nb-token(nb-idx, 1)
        exit paragraph
    end-if

    if na-tok-count(na-idx) <= nb-tok-count(nb-idx)
        move 1 to walk-b
        move 0 to tok-b
        perform varying tok-a from 1 by 1
                until tok-a > na-tok-count(na-idx)
            perform find-token-in-b
            if walk-b = 0
                exit paragraph
            end-if
        end-perform
        move "Y" to subseq-ok
    else
        move 1 to walk-a
        move 0 to tok-a
        perform varying tok-b from 1 by 1
                until tok-b > nb-tok-count(nb-idx)
            perform find-token-in-a
            if walk-a = 0
                exit paragraph
            end-if
        end-perform
        move "Y" to subseq-ok
    end-if.

find-token-in-b.
    perform varying walk-a from walk-b by 1
            until walk-a > nb-tok-count(nb-idx)
        if nb-token(nb-idx, walk-a) = na-token(na-idx, tok-a)
            compute walk-b = walk-a + 1
            exit paragraph
        end-if
    end-perform
    move 0 to walk-b.

find-token-in-a.
    perform varying walk-b from walk-a by 1
            until walk-b > na-tok-count(na-idx)
        if na-token(na-idx, walk-b) = nb-token(nb-idx, tok-b)
            compute walk-a = walk-b + 1
            exit paragraph
        end-if
    end-perform
    move 0 to walk-a.

load-casing-dictionary.
    move 0 to cd-count

    open input casedict-file
    if casedict-status <> "00"
        exit paragraph
    end-if

    read casedict-file
    perform until casedict-status = "10"
        if function trim(casedict-record) <> spaces
           and casedict-record(1:1) <> "*"
           and cd-count < MAX-CASE-WORDS
            add 1 to cd-count
            move function trim(casedict-record)
                to cd-word(cd-count)
            move function upper-case(cd-word(cd-count))
                to cd-upper(cd-count)
            move 0 to cd-uses(cd-count)
        end-if
        read casedict-file
    end-perform

    close casedict-file.

apply-casing-dictionary.
    if cd-count = 0
        exit paragraph
    end-if

    compute work-len =
        function stored-char-length(clean-string)
    move 0 to cw-start
    move 0 to cw-len

    perform varying cw-scan from 1 by 1
            until cw-scan > work-len + 1
        if cw-scan <= work-len
           and clean-string(cw-scan:1) <> space
            if cw-len = 0
                move cw-scan to cw-start
            end-if
            add 1 to cw-len
        else
            if cw-len > 0 and cw-len <= 30
                perform apply-dictionary-word
            end-if
            move 0 to cw-len
        end-if
    end-perform.

apply-dictionary-word.
    move spaces to cw-word
    move clean-string(cw-start:cw-len) to cw-word
    move function upper-case(cw-word) to cw-upper

    perform varying cd-idx from 1 by 1 until cd-idx > cd-count
        if cd-upper(cd-idx) = cw-upper
            move cd-word(cd-idx)(1:cw-len)
                to clean-string(cw-start:cw-len)
            add 1 to cd-uses(cd-idx)
            add 1 to cd-applied
            exit perform
        end-if
    end-perform.

check-for-garbage.
    move "N" to garbage-flag
    compute work-len =
        function stored-char-length(work-string)

    perform varying char-idx from 1 by 1 until char-idx > work-len
        move work-char(char-idx) to c
        if c = space or (c >= "a" and c <= "z")
           or (c >= "A" and c <= "Z")
           or c = "-" or c = "'" or c = "."
            continue
        else
            set record-has-garbage to true
            exit perform
        end-if
    end-perform.

collapse-and-title-case.
    move spaces to clean-string
    move 1 to out-ptr
    move "Y" to last-was-space
    set is-word-start to true

    compute work-len =
        function stored-char-length(work-string)

    perform varying char-idx from 1 by 1 until char-idx > work-len
        move work-char(char-idx) to c

        if c = space
            if not prev-was-space
                move space to clean-char(out-ptr)
                add 1 to out-ptr
            end-if
            move "Y" to last-was-space
            set is-word-start to true
        else
            if is-word-start and c >= "a" and c <= "z"
                compute tmp-ord = function ord(c) - 32
                move function char(tmp-ord) to c
            end-if
            move c to clean-char(out-ptr)
            add 1 to out-ptr
            move "N" to last-was-space
            move "N" to at-word-start
        end-if
    end-perform.

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
