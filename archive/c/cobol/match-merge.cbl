        organization is line sequential
        file status is b-only-status.

    select review-file assign to dynamic review-filename
        organization is line sequential
        file status is review-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.
fd  b-only-file.
01  b-only-record     pic x(500).

fd  review-file.
01  review-record     pic x(500).

fd  report-file.
01  report-file-record pic x(132).

01 a-only-status        pic xx.
01 b-only-filename      pic x(100).
01 b-only-status        pic xx.
01 review-filename      pic x(100).
01 review-status        pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 out-prefix           pic x(80).
01 grade-mode           pic x value "N".

01 key-start         pic 9(4).
01 key-len           pic 9(4).
01 a-out-of-seq      pic 9(9) value 0.
01 b-out-of-seq      pic 9(9) value 0.

01 MAX-GRADE-RECS constant as 1000.
01 MAX-TOKENS constant as 10.

01 ga-count          binary-long value 0.
01 ga-table.
   05 ga-entry       occurs 1 to MAX-GRADE-RECS
                      depending on ga-count.
      10 ga-line     pic x(500).
      10 ga-canon    pic x(100).
      10 ga-tok-count binary-long.
      10 ga-token    pic x(20) occurs 10 times.
      10 ga-partner  binary-long.
      10 ga-grade    pic x.
01 ga-idx            binary-long.

01 gb-count          binary-long value 0.
01 gb-table.
   05 gb-entry       occurs 1 to MAX-GRADE-RECS
                      depending on gb-count.
      10 gb-line     pic x(500).
      10 gb-canon    pic x(100).
      10 gb-tok-count binary-long.
      10 gb-token    pic x(20) occurs 10 times.
      10 gb-partner  binary-long.
01 gb-idx            binary-long.

01 nm-raw            pic x(200).
01 nm-canon          pic x(100).
01 nm-tok-count      binary-long.
01 nm-token          pic x(20) occurs 10 times.
01 nm-char           pic x.
01 nm-in-ptr         binary-long.
01 nm-out-ptr        binary-long.
01 nm-len            binary-long.
01 nm-tok-ptr        binary-long.

01 pass-grade        pic x.
01 match-grade       pic x.
01 tok-a             binary-long.
01 tok-b             binary-long.
01 walk-a            binary-long.
01 walk-b            binary-long.
01 subseq-ok         pic x.
01 first-initial-ok  pic x.
01 rest-equal-ok     pic x.

01 grade-a-count     pic 9(9) value 0.
01 grade-b-count     pic 9(9) value 0.
01 grade-c-count     pic 9(9) value 0.
01 a-dropped         pic 9(9) value 0.
01 b-dropped         pic 9(9) value 0.

procedure division.

main.
    move "match-merge" to audit-program-id
    perform validate-args
    perform check-operator-authority
    if grade-mode = "Y"
        perform run-name-grade-merge
    else
        perform run-match-merge
    end-if
    move side-a-filename to audit-input-value
    move spaces to audit-result-value
    if grade-mode = "Y"
        string "grade-merge vs " function trim(side-b-filename)
               ": A=" grade-a-count
               " B=" grade-b-count
               " C=" grade-c-count
               " a-only=" a-only-count
               " b-only=" b-only-count
               delimited by size into audit-result-value
    else
        string "match-merge vs " function trim(side-b-filename)
               ": matched=" matched-count
               " a-only=" a-only-count
               " b-only=" b-only-count
               delimited by size into audit-result-value
    end-if
    perform log-audit-entry
    if a-only-count > 0 or b-only-count > 0 or grade-c-count > 0
        move 4 to return-code
    end-if
    stop run.
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate arg-val(1)
        when "-m"
            continue
        when "-g"
            move "Y" to grade-mode
        when other
            perform show-usage
    end-evaluate

    move arg-val(2) to side-a-filename
    move arg-val(3) to side-b-filename
           delimited by size into a-only-filename
    move spaces to b-only-filename
    string function trim(out-prefix) ".BONLY.TXT"
           delimited by size into b-only-filename
    move spaces to review-filename
    string function trim(out-prefix) ".REVIEW.TXT"
           delimited by size into review-filename.

read-side-a.
    read side-a-file
    move b-key to prev-b-key.

run-match-merge.
    move function current-date to rsum-start-stamp

    open input side-a-file
    if side-a-status <> "00"

    close report-file.

run-name-grade-merge.
    move function current-date to rsum-start-stamp

    perform load-grade-sides
    if a-dropped > 0 or b-dropped > 0
        perform refuse-grade-overflow
    end-if

    open output matched-file
    open output review-file
    open output a-only-file
    open output b-only-file

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "MATCH-MERGE NAME-GRADE RECONCILIATION" to rpt-program-title
    perform init-report-header

    move "A" to pass-grade
    perform run-one-grade-pass
    move "B" to pass-grade
    perform run-one-grade-pass
    move "C" to pass-grade
    perform run-one-grade-pass

    perform varying ga-idx from 1 by 1 until ga-idx > ga-count
        if ga-partner(ga-idx) = 0
            add 1 to a-only-count
            move ga-line(ga-idx) to a-only-record
            write a-only-record
        else
            move ga-partner(ga-idx) to gb-idx
            perform write-graded-pair
        end-if
    end-perform

    perform varying gb-idx from 1 by 1 until gb-idx > gb-count
        if gb-partner(gb-idx) = 0
            add 1 to b-only-count
            move gb-line(gb-idx) to b-only-record
            write b-only-record
        end-if
    end-perform

    close matched-file
    close review-file
    close a-only-file
    close b-only-file

    perform write-reconciliation-summary
    perform write-run-summary-footer

    close report-file.

load-grade-sides.
    open input side-a-file
    if side-a-status <> "00"
        perform show-usage
    end-if

    read side-a-file
    perform until side-a-status = "10"
        add 1 to a-read
        if ga-count < MAX-GRADE-RECS
            move spaces to nm-raw
            move side-a-record(key-start:key-len) to nm-raw
            perform canonicalize-name
            add 1 to ga-count
            move side-a-record to ga-line(ga-count)
            move nm-canon to ga-canon(ga-count)
            move nm-tok-count to ga-tok-count(ga-count)
            perform varying nm-tok-ptr from 1 by 1
                    until nm-tok-ptr > MAX-TOKENS
                move nm-token(nm-tok-ptr)
                    to ga-token(ga-count, nm-tok-ptr)
            end-perform
            move 0 to ga-partner(ga-count)
            move space to ga-grade(ga-count)
        else
            add 1 to a-dropped
        end-if
        read side-a-file
    end-perform

    close side-a-file

    open input side-b-file
    if side-b-status <> "00"
        perform show-usage
    end-if

    read side-b-file
    perform until side-b-status = "10"
        add 1 to b-read
        if gb-count < MAX-GRADE-RECS
            move spaces to nm-raw
            move side-b-record(key-start:key-len) to nm-raw
            perform canonicalize-name
            add 1 to gb-count
            move side-b-record to gb-line(gb-count)
            move nm-canon to gb-canon(gb-count)
            move nm-tok-count to gb-tok-count(gb-count)
            perform varying nm-tok-ptr from 1 by 1
                    until nm-tok-ptr > MAX-TOKENS
                move nm-token(nm-tok-ptr)
                    to gb-token(gb-count, nm-tok-ptr)
            end-perform
            move 0 to gb-partner(gb-count)
        else
            add 1 to b-dropped
        end-if
        read side-b-file
    end-perform

    close side-b-file.

refuse-grade-overflow.
    display "REFUSED: name-grade match holds at most " MAX-GRADE-RECS
            " record(s) per side"
    display "  A read " a-read "  B read " b-read
            " - split the files and match them in parts"
    move side-a-filename to audit-input-value
    move spaces to audit-result-value
    string "grade-merge REFUSED: over " MAX-GRADE-RECS
           " record(s) per side (A " a-read "  B " b-read ")"
           delimited by size into audit-result-value
    perform log-audit-entry
    move 16 to return-code
    stop run.

run-one-grade-pass.
    perform varying ga-idx from 1 by 1 until ga-idx > ga-count
        if ga-partner(ga-idx) = 0
            perform varying gb-idx from 1 by 1
                    until gb-idx > gb-count
                if gb-partner(gb-idx) = 0
                    perform grade-one-pair
                    if match-grade = pass-grade
                        move gb-idx to ga-partner(ga-idx)
                        move ga-idx to gb-partner(gb-idx)
                        move match-grade to ga-grade(ga-idx)
                        exit perform
                    end-if
                end-if
            end-perform
        end-if
    end-perform.

write-graded-pair.
    evaluate ga-grade(ga-idx)
        when "A"
            add 1 to grade-a-count
            add 1 to matched-count
        when "B"
            add 1 to grade-b-count
            add 1 to matched-count
        when other
            add 1 to grade-c-count
    end-evaluate

    if ga-grade(ga-idx) = "C"
        move spaces to review-record
        string ga-grade(ga-idx) " | "
               function trim(ga-line(ga-idx) trailing)
               " || "
               function trim(gb-line(gb-idx) trailing)
               delimited by size into review-record
        write review-record
    else
        move spaces to matched-record
        string ga-grade(ga-idx) " | "
               function trim(ga-line(ga-idx) trailing)
               " || "
               function trim(gb-line(gb-idx) trailing)
               delimited by size into matched-record
        write matched-record
    end-if.

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

    if ga-tok-count(ga-idx) = 0 or gb-tok-count(gb-idx) = 0
        exit paragraph
    end-if

    if ga-canon(ga-idx) = gb-canon(gb-idx)
        move "A" to match-grade
        exit paragraph
    end-if

    if ga-token(ga-idx, ga-tok-count(ga-idx))
       <> gb-token(gb-idx, gb-tok-count(gb-idx))
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

    if ga-tok-count(ga-idx) <> gb-tok-count(gb-idx)
        exit paragraph
    end-if

    if ga-token(ga-idx, 1) = gb-token(gb-idx, 1)
        continue
    else
        if (ga-token(ga-idx, 1)(2:19) = spaces
            and ga-token(ga-idx, 1)(1:1)
                = gb-token(gb-idx, 1)(1:1))
           or (gb-token(gb-idx, 1)(2:19) = spaces
               and gb-token(gb-idx, 1)(1:1)
                   = ga-token(ga-idx, 1)(1:1))
            continue
        else
            exit paragraph
        end-if
    end-if

    move "Y" to first-initial-ok
    move "Y" to rest-equal-ok

    perform varying tok-a from 2 by 1
            until tok-a > ga-tok-count(ga-idx)
        if ga-token(ga-idx, tok-a) <> gb-token(gb-idx, tok-a)
            move "N" to rest-equal-ok
            exit perform
        end-if
    end-perform.

check-subsequence-rule.
    move "N" to subseq-ok

    if ga-token(ga-idx, 1) <> gb-token(gb-idx, 1)
        exit paragraph
    end-if

    if ga-tok-count(ga-idx) <= gb-tok-count(gb-idx)
        move 1 to walk-b
        move 0 to tok-b
        perform varying tok-a from 1 by 1
                until tok-a > ga-tok-count(ga-idx)
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
                until tok-b > gb-tok-count(gb-idx)
            perform find-token-in-a
            if walk-a = 0
                exit paragraph
            end-if
        end-perform
        move "Y" to subseq-ok
    end-if.

find-token-in-b.
    perform varying walk-a from walk-b by 1
            until walk-a > gb-tok-count(gb-idx)
        if gb-token(gb-idx, walk-a) = ga-token(ga-idx, tok-a)
            compute walk-b = walk-a + 1
            exit paragraph
        end-if
    end-perform
    move 0 to walk-b.

find-token-in-a.
    perform varying walk-b from walk-a by 1
            until walk-b > ga-tok-count(ga-idx)
        if ga-token(ga-idx, walk-b) = gb-token(gb-idx, tok-b)
            compute walk-a = walk-b + 1
            exit paragraph
        end-if
    end-perform
    move 0 to walk-a.

write-reconciliation-summary.
    move spaces to report-file-record
    string "File A: " function trim(side-a-filename)
    move spaces to report-file-record
    perform write-detail-line

    if grade-mode = "Y"
        move spaces to report-file-record
        move "Matching rule: standardized name key, graded A/B/C"
            to report-file-record
        perform write-detail-line
        move spaces to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    string "Matched pairs: " matched-count
           " -> " function trim(matched-filename)
           delimited by size into report-file-record
    perform write-detail-line
    if grade-mode = "Y"
        move spaces to report-file-record
        string "  grade A (exact canonical form):   " grade-a-count
               delimited by size into report-file-record
        perform write-detail-line
        move spaces to report-file-record
        string "  grade B (initial vs first word):  " grade-b-count
               delimited by size into report-file-record
        perform write-detail-line
        move spaces to report-file-record
        string "Review (grade C): " grade-c-count
               " -> " function trim(review-filename)
               delimited by size into report-file-record
        perform write-detail-line
    end-if
    move spaces to report-file-record
    string "A only:        " a-only-count
           " -> " function trim(a-only-filename)
    perform write-detail-line
    move spaces to report-file-record
    if a-only-count = 0 and b-only-count = 0
       and grade-c-count = 0
        move "Reconciliation: files match on the key"
            to report-file-record
    else
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
    display "  <prefix>.BONLY.TXT, with counts in the"
    display "  reconciliation summary; out-of-sequence input is"
    display "  flagged; RC 4 when either side has orphans"
    display "       match-merge -g <file-a> <file-b> <key-start> "
            "<key-len> <output-prefix> <report-file>"
    display "  name-grade match: the key is a party name, both"
    display "  sides are standardized the way name-match does and"
    display "  paired at the best grade (A exact canonical form,"
    display "  B initial vs full first word, C dropped middle"
    display "  tokens); inputs need not be sorted; A and B pairs"
    display "  go to <prefix>.MATCHED.TXT prefixed with the grade,"
    display "  grade C pairs go to <prefix>.REVIEW.TXT; RC 4 when"
    display "  there are orphans or grade C pairs to review; more"
    display "  than 1000 records on either side refuses the run"
    display "  (RC 16) before any output is written"
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
