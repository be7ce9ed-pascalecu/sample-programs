        organization is line sequential
        file status is stathist-status.

    select benfhist-file assign to dynamic benfhist-filename
        organization is line sequential
        file status is benfhist-status.

    select reportcat-file assign to dynamic reportcat-filename
        organization is line sequential
        file status is reportcat-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.
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
fd  stathist-file.
01  stathist-record   pic x(200).

fd  benfhist-file.
01  benfhist-record   pic x(250).

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  report-file.
01  report-file-record pic x(120).

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

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "cipher-trailer.cpy".
copy "staged-ws.cpy".
copy "elapsed-ws.cpy".
copy "handoff-ws.cpy".
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "ctlparm-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".
copy "reportcat-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 sh-date-8         pic 9(8).
01 tally-disp        pic z(8)9.

01 run-mode-flag     pic x value "S".
   88 statistics-mode value "S".
   88 benford-mode   value "B".
01 BENFORD-TOP-MAX   constant as 3.
01 BENFORD-LIST-MAX  constant as 100.
01 BENFORD-MIN-SAMPLE constant as 100.
01 benfhist-filename pic x(100) value "BENFHIST.TXT".
01 benfhist-status   pic xx.
01 bf-zero-count     pic 9(9) value 0.
01 bf-tested-1       pic 9(9) value 0.
01 bf-tested-2       pic 9(9) value 0.
01 bf-tally-table.
   05 bf1-tally      pic 9(9) occurs 9 times value 0.
   05 bf2-tally      pic 9(9) occurs 90 times value 0.
01 bf-abs-value      pic 9(13)v99.
01 bf-abs-text redefines bf-abs-value pic x(15).
01 bf-pos            binary-long.
01 bf-digit-1        binary-long.
01 bf-digit-2        binary-long.
01 bf-digit          binary-long.
01 bf-idx            binary-long.
01 bf-rank           binary-long.
01 bf-shift          binary-long.
01 bf-tested         pic 9(9).
01 bf-tally          pic 9(9).
01 bf-actual         usage comp-2.
01 bf-expected       usage comp-2.
01 bf-deviation      usage comp-2.
01 bf-exp-count      usage comp-2.
01 bf-mad-1          usage comp-2.
01 bf-mad-2          usage comp-2.
01 bf-chisq-1        usage comp-2.
01 bf-chisq-2        usage comp-2.
01 bf-mad            usage comp-2.
01 bf-chisq          usage comp-2.
01 bf-critical       pic 9(3)v99.
01 bf-grade-1        pic x(24).
01 bf-grade-2        pic x(24).
01 bf-grade          pic x(24).
01 bf-grade-flag     pic x value "N".
   88 bf-nonconforming value "Y".
01 bf-top-count      binary-long value 0.
01 bf-top-table.
   05 bf-top occurs 3 times.
      10 bf-top-group   binary-long.
      10 bf-top-excess  usage comp-2.
01 bf-rec-no         pic 9(9).
01 bf-listed         pic 9(9) value 0.
01 bf-unlisted       pic 9(9) value 0.
01 bf-group-disp     pic 99.
01 bf-digit-disp     pic 9.
01 bf-count-disp     pic z(8)9.
01 bf-pct-disp       pic zz9.99.
01 bf-pct-disp-2     pic zz9.99.
01 bf-dev-disp       pic ++9.99.
01 bf-mad-disp       pic 9.999999.
01 bf-mad-disp-2     pic 9.999999.
01 bf-chisq-disp     pic z(8)9.99.
01 bf-crit-disp      pic zz9.99.
01 bf-df-disp        pic z9.

procedure division.

main.
    perform validate-args
    perform check-operator-authority
    perform resolve-decimal-scale
    if benford-mode
        perform run-benford
    else
        perform run-statistics
    end-if
    move in-filename to audit-input-value
    move spaces to audit-result-value
    if benford-mode
        string "benford: read=" records-read
               " tested=" bf-tested-1
               " first=" function trim(bf-grade-1)
               " two=" function trim(bf-grade-2)
               delimited by size into audit-result-value
    else
        string "batch: read=" records-read
               " processed=" values-counted
               " rejected=" rejected-count
               delimited by size into audit-result-value
    end-if
    perform log-audit-entry
    stop run.

        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate arg-val(1)
        when "-f"
            set statistics-mode to true
        when "-b"
            set benford-mode to true
        when other
            perform show-usage
    end-evaluate

    move arg-val(2) to in-filename
    move arg-val(3) to report-filename
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
    close ctlparm-file.

run-statistics.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    perform read-in-file
    perform until in-file-status = "10"
        add 1 to records-read
        perform gather-one-value
        perform read-in-file
    end-perform

    close in-file.
       or in-file-record(1:8) = HANDOFF-TRL-TAG
        add 1 to blank-count
        move spaces to exception-file-record
        move "(handoff control record): NST101I SKIPPED"
            to exception-file-record
        set rsn-control-record to true
        perform write-exception-line
        exit paragraph
    end-if

    if function trim(in-file-record) = spaces
        add 1 to blank-count
        move spaces to exception-file-record
        move "(blank line): NST102I SKIPPED" to exception-file-record
        set rsn-blank-line to true
        perform write-exception-line
        exit paragraph
    end-if

        add 1 to rejected-count
        move spaces to exception-file-record
        string function trim(in-file-record)
               ": NST103W REJECTED (not numeric)"
               delimited by size into exception-file-record
        set rsn-not-numeric to true
        perform write-exception-line
        exit paragraph
    end-if

    end-if

    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to sh-date-8

    move stat-mean to sh-edit
    move stat-stddev to sh-edit-2
    end-perform.

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

append-elapsed-history.
    perform resolve-audit-window
    if audit-window-id <> "-" and audit-window-id <> "NIGHT"
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

run-benford.
    move function current-date to rsum-start-stamp
    perform resolve-report-generation

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

    move "BENFORD CONFORMITY ANALYSIS" to rpt-program-title
    perform init-report-header

    perform verify-input-envelope

    open input in-file
    if in-file-status <> "00"
        perform show-usage
    end-if

    perform read-in-file
    perform until in-file-status = "10"
        add 1 to records-read
        perform tally-benford-value
        perform read-in-file
    end-perform

    close in-file

    move spaces to report-file-record
    string "Values analysed: " values-counted
           "  rejected: " rejected-count
           "  blank: " blank-count
           "  zero: " bf-zero-count
           delimited by size into report-file-record
    perform write-detail-line

    perform write-first-digit-test
    perform write-first-two-digit-test
    perform rank-benford-groups
    perform write-benford-top-groups
    perform list-benford-contributors
    perform append-benford-history

    compute records-accounted =
        values-counted + rejected-count + blank-count

    move spaces to report-file-record
    perform write-detail-line
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

    if bf-nonconforming
        display "NST201W " function trim(in-filename)
                " does not conform to Benford's law (first digit "
                function trim(bf-grade-1) ", first two digits "
                function trim(bf-grade-2) ") - see "
                function trim(report-filename)
        move 4 to return-code
    end-if

    perform write-run-summary-footer

    close report-file
    close exception-file.

tally-benford-value.
    if in-file-record(1:8) = HANDOFF-HDR-TAG
       or in-file-record(1:8) = HANDOFF-TRL-TAG
        add 1 to blank-count
        move spaces to exception-file-record
        move "(handoff control record): NST101I SKIPPED"
            to exception-file-record
        set rsn-control-record to true
        perform write-exception-line
        exit paragraph
    end-if

    if function trim(in-file-record) = spaces
        add 1 to blank-count
        move spaces to exception-file-record
        move "(blank line): NST102I SKIPPED" to exception-file-record
        set rsn-blank-line to true
        perform write-exception-line
        exit paragraph
    end-if

    if function test-numval(in-file-record) <> 0
        add 1 to rejected-count
        move spaces to exception-file-record
        string function trim(in-file-record)
               ": NST103W REJECTED (not numeric)"
               delimited by size into exception-file-record
        set rsn-not-numeric to true
        perform write-exception-line
        exit paragraph
    end-if

    add 1 to values-counted
    compute bf-abs-value rounded =
        function abs(function numval(in-file-record))

    if bf-abs-value = 0
        add 1 to bf-zero-count
        move spaces to exception-file-record
        string function trim(in-file-record)
               ": NST104I SKIPPED (zero has no leading digit)"
               delimited by size into exception-file-record
        set rsn-not-applicable to true
        perform write-exception-line
        exit paragraph
    end-if

    perform locate-leading-digits

    add 1 to bf-tested-1
    add 1 to bf1-tally(bf-digit-1)

    if bf-digit-2 > 0
        add 1 to bf-tested-2
        add 1 to bf2-tally(bf-digit-2 - 9)
    end-if.

locate-leading-digits.
    move 0 to bf-digit-1
    move 0 to bf-digit-2

    move 1 to bf-pos
    perform until bf-pos > 15 or bf-abs-text(bf-pos:1) <> "0"
        add 1 to bf-pos
    end-perform

    if bf-pos > 15
        exit paragraph
    end-if

    move bf-abs-text(bf-pos:1) to bf-digit-disp
    move bf-digit-disp to bf-digit-1

    if bf-pos <= 12
        move bf-abs-text(bf-pos + 1:1) to bf-digit-disp
        compute bf-digit-2 = bf-digit-1 * 10 + bf-digit-disp
    end-if.

write-first-digit-test.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "First-digit test (" bf-tested-1 " non-zero values):"
           delimited by size into report-file-record
    perform write-detail-line

    move "NOT TESTED" to bf-grade-1
    if bf-tested-1 = 0
        move spaces to report-file-record
        move "  no non-zero values - first-digit test not possible"
            to report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    perform write-benford-column-heads

    move 0 to bf-mad-1
    move 0 to bf-chisq-1
    move bf-tested-1 to bf-tested
    perform varying bf-digit from 1 by 1 until bf-digit > 9
        move bf1-tally(bf-digit) to bf-tally
        perform measure-benford-digit
        add bf-chisq to bf-chisq-1
        if bf-deviation < 0
            subtract bf-deviation from bf-mad-1
        else
            add bf-deviation to bf-mad-1
        end-if
        perform write-benford-digit-line
    end-perform
    compute bf-mad-1 = bf-mad-1 / 9

    evaluate true
        when bf-mad-1 < 0.006
            move "CLOSE CONFORMITY" to bf-grade-1
        when bf-mad-1 < 0.012
            move "ACCEPTABLE CONFORMITY" to bf-grade-1
        when bf-mad-1 < 0.015
            move "MARGINAL CONFORMITY" to bf-grade-1
        when other
            move "NONCONFORMITY" to bf-grade-1
            set bf-nonconforming to true
    end-evaluate

    move bf-mad-1 to bf-mad
    move bf-chisq-1 to bf-chisq
    move bf-grade-1 to bf-grade
    move 15.51 to bf-critical
    move bf-tested-1 to bf-tested
    move 8 to bf-df-disp
    perform write-benford-verdict.

write-first-two-digit-test.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "First-two-digit test (" bf-tested-2
           " values of 10 or more):"
           delimited by size into report-file-record
    perform write-detail-line

    move "NOT TESTED" to bf-grade-2
    if bf-tested-2 = 0
        move spaces to report-file-record
        move "  no values of 10 or more - first-two-digit test not possible"
            to report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    perform write-benford-column-heads

    move 0 to bf-mad-2
    move 0 to bf-chisq-2
    move bf-tested-2 to bf-tested
    perform varying bf-digit from 10 by 1 until bf-digit > 99
        move bf2-tally(bf-digit - 9) to bf-tally
        perform measure-benford-digit
        add bf-chisq to bf-chisq-2
        if bf-deviation < 0
            subtract bf-deviation from bf-mad-2
        else
            add bf-deviation to bf-mad-2
        end-if
        perform write-benford-digit-line
    end-perform
    compute bf-mad-2 = bf-mad-2 / 90

    evaluate true
        when bf-mad-2 < 0.0012
            move "CLOSE CONFORMITY" to bf-grade-2
        when bf-mad-2 < 0.0018
            move "ACCEPTABLE CONFORMITY" to bf-grade-2
        when bf-mad-2 < 0.0022
            move "MARGINAL CONFORMITY" to bf-grade-2
        when other
            move "NONCONFORMITY" to bf-grade-2
            set bf-nonconforming to true
    end-evaluate

    move bf-mad-2 to bf-mad
    move bf-chisq-2 to bf-chisq
    move bf-grade-2 to bf-grade
    move 112.02 to bf-critical
    move bf-tested-2 to bf-tested
    move 89 to bf-df-disp
    perform write-benford-verdict.

write-benford-column-heads.
    move spaces to report-file-record
    move "  Digits      Count  Actual%  Expected%  Deviation"
        to report-file-record
    perform write-detail-line.

measure-benford-digit.
    compute bf-expected = function log10(1 + 1 / bf-digit)
    compute bf-actual = bf-tally / bf-tested
    compute bf-deviation = bf-actual - bf-expected
    compute bf-exp-count = bf-expected * bf-tested
    compute bf-chisq =
        (bf-tally - bf-exp-count) * (bf-tally - bf-exp-count)
        / bf-exp-count.

write-benford-digit-line.
    move bf-digit to bf-group-disp
    move bf-tally to bf-count-disp
    compute bf-pct-disp rounded = bf-actual * 100
    compute bf-pct-disp-2 rounded = bf-expected * 100
    compute bf-dev-disp rounded = bf-deviation * 100

    move spaces to report-file-record
    if bf-digit < 10
        string "      " bf-group-disp(2:1) "  " bf-count-disp
               "   " bf-pct-disp "     " bf-pct-disp-2
               "     " bf-dev-disp
               delimited by size into report-file-record
    else
        string "     " bf-group-disp "  " bf-count-disp
               "   " bf-pct-disp "     " bf-pct-disp-2
               "     " bf-dev-disp
               delimited by size into report-file-record
    end-if
    perform write-detail-line.

write-benford-verdict.
    move bf-mad to bf-mad-disp
    move spaces to report-file-record
    string "  Mean absolute deviation: " bf-mad-disp
           "  Grade: " function trim(bf-grade)
           delimited by size into report-file-record
    perform write-detail-line

    move bf-chisq to bf-chisq-disp
    move bf-critical to bf-crit-disp
    move spaces to report-file-record
    if bf-chisq > bf-critical
        string "  Chi-square: " function trim(bf-chisq-disp)
               " (" function trim(bf-df-disp) " df, 5% critical value "
               function trim(bf-crit-disp) ") - EXCEEDED"
               delimited by size into report-file-record
    else
        string "  Chi-square: " function trim(bf-chisq-disp)
               " (" function trim(bf-df-disp) " df, 5% critical value "
               function trim(bf-crit-disp) ") - within"
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    if bf-tested < BENFORD-MIN-SAMPLE
        move spaces to report-file-record
        string "  Sample below " BENFORD-MIN-SAMPLE
               " values - grade is indicative only"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

rank-benford-groups.
    move 0 to bf-top-count
    if bf-tested-2 = 0
        exit paragraph
    end-if

    move bf-tested-2 to bf-tested
    perform varying bf-digit from 10 by 1 until bf-digit > 99
        move bf2-tally(bf-digit - 9) to bf-tally
        compute bf-expected = function log10(1 + 1 / bf-digit)
        compute bf-actual = bf-tally / bf-tested
        compute bf-deviation = bf-actual - bf-expected
        if bf-deviation > 0
            perform insert-benford-group
        end-if
    end-perform.

insert-benford-group.
    move 1 to bf-rank
    perform until bf-rank > bf-top-count
            or bf-top-excess(bf-rank) < bf-deviation
        add 1 to bf-rank
    end-perform

    if bf-rank > BENFORD-TOP-MAX
        exit paragraph
    end-if

    if bf-top-count < BENFORD-TOP-MAX
        add 1 to bf-top-count
    end-if

    perform varying bf-shift from bf-top-count by -1
            until bf-shift <= bf-rank
        move bf-top(bf-shift - 1) to bf-top(bf-shift)
    end-perform

    move bf-digit to bf-top-group(bf-rank)
    move bf-deviation to bf-top-excess(bf-rank).

write-benford-top-groups.
    if bf-tested-2 = 0
        exit paragraph
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    move "Most over-represented first-two-digit groups:"
        to report-file-record
    perform write-detail-line

    if bf-top-count = 0
        move spaces to report-file-record
        move "  none - no group exceeds its expected frequency"
            to report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    perform varying bf-rank from 1 by 1 until bf-rank > bf-top-count
        move bf-top-group(bf-rank) to bf-digit
        move bf2-tally(bf-digit - 9) to bf-tally
        move bf-tally to bf-count-disp
        compute bf-expected = function log10(1 + 1 / bf-digit)
        compute bf-actual = bf-tally / bf-tested-2
        move bf-digit to bf-group-disp
        compute bf-pct-disp rounded = bf-actual * 100
        compute bf-pct-disp-2 rounded = bf-expected * 100
        compute bf-dev-disp rounded = bf-top-excess(bf-rank) * 100
        move spaces to report-file-record
        string "  Group " bf-group-disp ": "
               function trim(bf-count-disp) " record(s)  actual "
               function trim(bf-pct-disp) "%  expected "
               function trim(bf-pct-disp-2) "%  excess "
               function trim(bf-dev-disp) " pts"
               delimited by size into report-file-record
        perform write-detail-line
    end-perform.

list-benford-contributors.
    if bf-top-count = 0
        exit paragraph
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    move "Records contributing to those groups (record: value, group):"
        to report-file-record
    perform write-detail-line

    open input in-file
    if in-file-status <> "00"
        exit paragraph
    end-if

    move 0 to bf-rec-no
    perform read-in-file
    perform until in-file-status = "10"
        add 1 to bf-rec-no
        perform check-benford-contributor
        perform read-in-file
    end-perform

    close in-file

    if bf-unlisted > 0
        move spaces to report-file-record
        string "  ... " bf-unlisted
               " further contributing record(s) not listed"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

check-benford-contributor.
    if in-file-record(1:8) = HANDOFF-HDR-TAG
       or in-file-record(1:8) = HANDOFF-TRL-TAG
       or function trim(in-file-record) = spaces
       or function test-numval(in-file-record) <> 0
        exit paragraph
    end-if

    compute bf-abs-value rounded =
        function abs(function numval(in-file-record))
    if bf-abs-value = 0
        exit paragraph
    end-if

    perform locate-leading-digits
    if bf-digit-2 = 0
        exit paragraph
    end-if

    perform varying bf-rank from 1 by 1 until bf-rank > bf-top-count
        if bf-top-group(bf-rank) = bf-digit-2
            if bf-listed < BENFORD-LIST-MAX
                add 1 to bf-listed
                move bf-digit-2 to bf-group-disp
                move spaces to report-file-record
                string "  " bf-rec-no ": "
                       function trim(in-file-record)
                       ", group " bf-group-disp
                       delimited by size into report-file-record
                perform write-detail-line
            else
                add 1 to bf-unlisted
            end-if
            exit perform
        end-if
    end-perform.

append-benford-history.
    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to sh-date-8

    move bf-mad-1 to bf-mad-disp
    move bf-mad-2 to bf-mad-disp-2

    open extend benfhist-file
    if benfhist-status = "05" or benfhist-status = "35"
        open output benfhist-file
    end-if

    move spaces to benfhist-record
    string function trim(in-filename) " | "
           sh-date-8(1:4) "-" sh-date-8(5:2) "-" sh-date-8(7:2)
           " | run=" audit-run-id
           " | " bf-tested-1
           " | " bf-mad-disp
           " | " function trim(bf-grade-1)
           " | " bf-mad-disp-2
           " | " function trim(bf-grade-2)
           " | " function trim(report-filename)
           delimited by size into benfhist-record
    write benfhist-record

    close benfhist-file.

init-report-header.
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)

show-usage.
    display "Usage: numeric-statistics -f <input-file> <report-file>"
    display "   or: numeric-statistics -b <input-file> <report-file>"
    display "  one pass over a numeric feed producing min, max, mean,"
    display "  median, standard deviation, and a bucketed value"
    display "  histogram, so a shifted decimal point or an empty band"
    display "  dev, min, and max to the statistics history"
    display "  STATHIST.TXT for feed-quality-control's control"
    display "  charts"
    display "  -b runs the Benford's law fraud screen instead: actual"
    display "  vs expected first-digit and first-two-digit frequencies,"
    display "  mean absolute deviation conformity grade, chi-square,"
    display "  and the records behind the most over-represented digit"
    display "  groups (RC 4 on nonconformity); each report is"
    display "  catalogued in REPORTCAT.TXT as <report-file>.gNNNN and"
    display "  the run is logged to BENFHIST.TXT"
    move 16 to return-code
    stop run.

resolve-report-generation.
    move 0 to rcat-max-gen
    move report-filename to rcat-base-name

    open input reportcat-file
    if reportcat-status = "00"
        read reportcat-file
        perform until reportcat-status = "10"
            perform scan-one-catalog-record
            read reportcat-file
        end-perform
        close reportcat-file
    end-if

    compute rcat-gen = rcat-max-gen + 1

    move spaces to report-filename
    string function trim(rcat-base-name) ".g" rcat-gen
           delimited by size into report-filename

    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to rcat-date-8

    open extend reportcat-file
    if reportcat-status = "05" or reportcat-status = "35"
        open output reportcat-file
    end-if
    move spaces to reportcat-record
    string function trim(rcat-base-name) " | "
           rcat-date-8(1:4) "-" rcat-date-8(5:2) "-" rcat-date-8(7:2)
           " | run=" audit-run-id
           " | " rcat-gen
           " | " function trim(report-filename)
           delimited by size into reportcat-record
    write reportcat-record
    close reportcat-file.

scan-one-catalog-record.
    move spaces to rcat-rec-base
    move spaces to rcat-rec-date
    move spaces to rcat-rec-run
    move spaces to rcat-rec-gen
    move spaces to rcat-rec-actual

    unstring reportcat-record delimited by " | "
        into rcat-rec-base, rcat-rec-date, rcat-rec-run,
             rcat-rec-gen, rcat-rec-actual
    end-unstring

    if rcat-rec-base = rcat-base-name
       and function test-numval(rcat-rec-gen) = 0
        if function numval(rcat-rec-gen) > rcat-max-gen
            compute rcat-max-gen = function numval(rcat-rec-gen)
        end-if
    end-if.

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

        exit paragraph
    end-if

    perform read-in-file
    if in-file-status <> "00"
        close in-file
        exit paragraph

    move "Y" to ho-hdr-seen

    perform read-in-file
    perform until in-file-status = "10"
        evaluate true
            when in-file-record(1:8) = HANDOFF-TRL-TAG
                move in-file-record to ho-line
                perform hash-handoff-record
        end-evaluate
        perform read-in-file
    end-perform

    close in-file
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
