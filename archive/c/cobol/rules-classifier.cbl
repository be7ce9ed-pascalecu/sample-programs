        organization is line sequential
        file status is in-file-status.

    select sim-in-file assign to dynamic in-filename
        organization is line sequential
        file status is sim-in-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.
fd  report-file.
01  report-file-record pic x(120).

fd  sim-in-file.
01  sim-in-record     pic x(2100).

fd  operauth-file.
    copy "operauth-fd.cpy".

   88 stop-requested value 'Y'.
copy "report-header-ws.cpy".
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "extract-ws.cpy".
copy "run-summary-ws.cpy".
copy "trendmstr-ix-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 7 times.

01 rules-filename       pic x(100).
01 rules-file-status    pic xx.
01 records-read      pic 9(9) value 0.
01 records-accounted pic 9(9) value 0.

01 run-mode          pic x value 'B'.
   88 mode-batch     value 'B'.
   88 mode-simulate  value 'S'.
01 proposed-filename pic x(100).
01 current-rules-filename pic x(100).
01 sim-in-status     pic xx.
01 sim-input-flag    pic x value 'N'.
   88 sim-input-packed value 'Y'.
01 ARCPACK-TAG constant as "*ARCPACK*".
01 ARCEND-TAG constant as "*ARCEND*".
01 SIM-NO-RULE constant as "(NO RULE)".
01 sim-text          pic x(200).
01 sim-in-ptr        binary-long.
01 sim-out-ptr       binary-long.
01 sim-run-count     binary-long.
01 sim-run-char      pic x.

01 prop-rule-count   binary-long value 0.
01 prop-rules-rejected pic 9(9) value 0.
01 prop-rule-table.
   05 prop-rule-entry occurs 100 times.
      10 prop-rule-type      pic x.
      10 prop-rule-low       pic s9(15).
      10 prop-rule-high      pic s9(15).
      10 prop-rule-remainder pic s9(15).
      10 prop-rule-category  pic x(20).
      10 prop-rule-parent    pic x(20).

01 old-category      pic x(20).
01 old-parent        pic x(20).
01 new-category      pic x(20).
01 new-parent        pic x(20).

01 MAX-MIG-CELLS constant as 400.
01 MAX-MIG-SAMPLES constant as 5.
01 mig-count         binary-long value 0.
01 mig-table.
   05 mig-entry      occurs 400 times.
      10 mig-old     pic x(20).
      10 mig-new     pic x(20).
      10 mig-tally   pic 9(9).
      10 mig-sample-count binary-long.
      10 mig-sample  pic x(38) occurs 5 times.
01 mig-idx           binary-long.
01 mig-row           binary-long.

01 MAX-PAR-CELLS constant as 100.
01 pmig-count        binary-long value 0.
01 pmig-table.
   05 pmig-entry     occurs 100 times.
      10 pmig-old    pic x(20).
      10 pmig-new    pic x(20).
      10 pmig-tally  pic 9(9).
01 pmig-idx          binary-long.

01 srl-count         binary-long value 0.
01 srl-table.
   05 srl-entry      occurs 20 times.
      10 srl-name    pic x(20).
      10 srl-cur     pic 9(9).
      10 srl-new     pic 9(9).
01 srl-idx           binary-long.
01 srl-probe         pic x(20).

01 sim-compared      pic 9(9) value 0.
01 sim-moved         pic 9(9) value 0.
01 sim-par-moved     pic 9(9) value 0.
01 sim-new-classified pic 9(9) value 0.
01 sim-unmatched     pic 9(9) value 0.
01 sim-row-total     pic 9(9).
01 sim-cur-pct       pic 9(3)v9.
01 sim-new-pct       pic 9(3)v9.
01 sim-pct-change    pic s9(3)v9.
01 sim-change-edit   pic +++9.9.
01 sim-cur-col       pic x(18).
01 sim-new-col       pic x(18).
01 sim-sample-line   pic x(240).
01 sim-sample-ptr    binary-long.
01 sim-sample-idx    binary-long.

procedure division.

main.
    move "rules-classifier" to audit-program-id
    perform validate-args
    perform check-operator-authority
    if mode-simulate
        perform load-proposed-rules
        perform load-rules-file
        perform run-simulation-mode
        move in-filename to audit-input-value
        move spaces to audit-result-value
        string "SIMULATION: moved=" sim-moved
               " of " sim-compared
               " parent-moved=" sim-par-moved
               delimited by size into audit-result-value
        perform log-audit-entry
        stop run
    end-if
    perform load-rules-file
    perform run-batch-mode
    move in-filename to audit-input-value
validate-args.
    accept argc from argument-number

    if argc <> 5 and argc <> 7
        perform show-usage
    end-if

        accept arg-val(arg-idx) from argument-value
    end-perform

    if argc = 7
        if arg-val(1) <> "-r" or arg-val(3) <> "-p"
           or arg-val(5) <> "-f"
            perform show-usage
        end-if
        set mode-simulate to true
        move arg-val(2) to rules-filename
        move arg-val(4) to proposed-filename
        move arg-val(6) to in-filename
        move arg-val(7) to report-filename
        if proposed-filename = spaces
            perform show-usage
        end-if
    else
        if arg-val(1) <> "-r" or arg-val(3) <> "-f"
            perform show-usage
        end-if
        move arg-val(2) to rules-filename
        move arg-val(4) to in-filename
        move arg-val(5) to report-filename
    end-if

    if rules-filename = spaces or in-filename = spaces
       or report-filename = spaces
        perform show-usage
    end-if.

run-batch-mode.
    move function current-date to rsum-start-stamp
    perform resolve-report-generation

    perform verify-input-envelope
       or in-file-record(1:8) = HANDOFF-TRL-TAG
        add 1 to blank-count
        move spaces to exception-file-record
        move "(handoff control record): RLC101I SKIPPED"
            to exception-file-record
        set rsn-control-record to true
        perform write-exception-line
        exit paragraph
    end-if

    if function trim(in-file-record) = spaces
        add 1 to blank-count
        move spaces to exception-file-record
        move "(blank line): RLC102I SKIPPED" to exception-file-record
        set rsn-blank-line to true
        perform write-exception-line
        exit paragraph
    end-if

        add 1 to rejected-count
        move spaces to report-file-record
        string function trim(in-file-record)
               ": RLC103W REJECTED (not numeric)"
               delimited by size into report-file-record
        perform write-detail-line
        move report-file-record to exception-file-record
        set rsn-not-numeric to true
        perform write-exception-line
        exit paragraph
    end-if

        add 1 to rejected-count
        move spaces to report-file-record
        string function trim(in-file-record)
               ": RLC104W REJECTED (no rule matched)"
               delimited by size into report-file-record
        perform write-detail-line
        move report-file-record to exception-file-record
        set rsn-no-rule to true
        perform write-exception-line
        exit paragraph
    end-if


    close trend-master.

load-proposed-rules.
    move rules-filename to current-rules-filename
    move proposed-filename to rules-filename
    perform load-rules-file

    move rule-count to prop-rule-count
    move rules-rejected to prop-rules-rejected
    perform varying rule-idx from 1 by 1 until rule-idx > rule-count
        move rule-type(rule-idx) to prop-rule-type(rule-idx)
        move rule-low(rule-idx) to prop-rule-low(rule-idx)
        move rule-high(rule-idx) to prop-rule-high(rule-idx)
        move rule-remainder(rule-idx) to prop-rule-remainder(rule-idx)
        move rule-category(rule-idx) to prop-rule-category(rule-idx)
        move rule-parent(rule-idx) to prop-rule-parent(rule-idx)
    end-perform

    move 0 to rule-count
    move 0 to rules-rejected
    move current-rules-filename to rules-filename.

match-proposed-rule.
    move "N" to match-found-flag
    move spaces to matched-category
    move spaces to matched-parent

    perform varying rule-idx from 1 by 1
            until rule-idx > prop-rule-count
        evaluate prop-rule-type(rule-idx)
            when "R"
                if num >= prop-rule-low(rule-idx)
                   and num <= prop-rule-high(rule-idx)
                    move prop-rule-category(rule-idx)
                        to matched-category
                    move prop-rule-parent(rule-idx)
                        to matched-parent
                    set rule-matched to true
                    exit perform
                end-if
            when "M"
                if function mod(num, prop-rule-low(rule-idx))
                   = prop-rule-remainder(rule-idx)
                    move prop-rule-category(rule-idx)
                        to matched-category
                    move prop-rule-parent(rule-idx)
                        to matched-parent
                    set rule-matched to true
                    exit perform
                end-if
        end-evaluate
    end-perform.

run-simulation-mode.
    move function current-date to rsum-start-stamp

    perform verify-input-envelope

    open input sim-in-file
    if sim-in-status <> "00"
        perform show-usage
    end-if

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    read sim-in-file
    if sim-in-status = "00" and sim-in-record(1:9) = ARCPACK-TAG
        set sim-input-packed to true
        read sim-in-file
    end-if

    move "RULES-CHANGE IMPACT SIMULATION" to rpt-program-title
    perform init-report-header

    move rule-count to rule-count-disp
    move spaces to report-file-record
    string "Current rules:  " function trim(rules-filename)
           " (" function trim(rule-count-disp) " rule(s), "
           rules-rejected " rejected line(s))"
           delimited by size into report-file-record
    perform write-detail-line
    move prop-rule-count to rule-count-disp
    move spaces to report-file-record
    string "Proposed rules: " function trim(proposed-filename)
           " (" function trim(rule-count-disp) " rule(s), "
           prop-rules-rejected " rejected line(s))"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    if sim-input-packed
        string "Input: " function trim(in-filename)
               " (packed archive, unpacked for the simulation)"
               delimited by size into report-file-record
    else
        string "Input: " function trim(in-filename)
               delimited by size into report-file-record
    end-if
    perform write-detail-line
    move "Simulation only - no extract, trend, exception, rollup or"
        to report-file-record
    perform write-detail-line
    move "checkpoint output is written" to report-file-record
    perform write-detail-line

    perform until sim-in-status <> "00"
        perform take-simulation-record
        if sim-in-status = "00"
            add 1 to records-read
            perform simulate-one-record
        end-if
        if sim-in-status = "00"
            read sim-in-file
        end-if
    end-perform

    close sim-in-file

    perform write-bucket-migration
    perform write-parent-migration
    perform write-rollup-effect
    perform write-changed-samples

    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Run summary: read " records-read
           "  compared " sim-compared
           "  not numeric " rejected-count
           "  skipped " blank-count
           "  elapsed " function trim(rsum-elapsed-disp) " sec(s)"
           delimited by size into report-file-record
    perform write-detail-line

    close report-file.

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

take-simulation-record.
    move spaces to in-file-record
    if not sim-input-packed
        move sim-in-record to in-file-record
        exit paragraph
    end-if

    if sim-in-record(1:8) = ARCEND-TAG
        move "10" to sim-in-status
        exit paragraph
    end-if

    move spaces to sim-text
    move 2 to sim-in-ptr
    move 1 to sim-out-ptr
    perform until sim-in-ptr > 2096
            or sim-in-record(sim-in-ptr:4) = spaces
        if function test-numval(sim-in-record(sim-in-ptr:3)) <> 0
            exit perform
        end-if
        compute sim-run-count =
            function numval(sim-in-record(sim-in-ptr:3))
        move sim-in-record(sim-in-ptr + 3:1) to sim-run-char
        perform until sim-run-count = 0
                or sim-out-ptr > 200
            move sim-run-char to sim-text(sim-out-ptr:1)
            add 1 to sim-out-ptr
            subtract 1 from sim-run-count
        end-perform
        add 4 to sim-in-ptr
    end-perform
    move sim-text to in-file-record.

simulate-one-record.
    if in-file-record(1:8) = HANDOFF-HDR-TAG
       or in-file-record(1:8) = HANDOFF-TRL-TAG
       or function trim(in-file-record) = spaces
        add 1 to blank-count
        exit paragraph
    end-if

    if function test-numval(in-file-record) <> 0
        add 1 to rejected-count
        exit paragraph
    end-if

    compute num = function numval(in-file-record)
    add 1 to sim-compared

    perform match-first-rule
    if rule-matched
        add 1 to classified-count
        move matched-category to old-category
        move matched-parent to old-parent
    else
        move SIM-NO-RULE to old-category
        move SIM-NO-RULE to old-parent
    end-if

    perform match-proposed-rule
    if rule-matched
        add 1 to sim-new-classified
        move matched-category to new-category
        move matched-parent to new-parent
    else
        add 1 to sim-unmatched
        move SIM-NO-RULE to new-category
        move SIM-NO-RULE to new-parent
    end-if

    if old-category <> new-category
        add 1 to sim-moved
    end-if
    if old-parent <> new-parent
        add 1 to sim-par-moved
    end-if

    perform tally-migration-cell
    perform tally-parent-migration
    perform tally-rollup-effect.

tally-migration-cell.
    perform varying mig-idx from 1 by 1 until mig-idx > mig-count
        if mig-old(mig-idx) = old-category
           and mig-new(mig-idx) = new-category
            exit perform
        end-if
    end-perform

    if mig-idx > mig-count
        if mig-count >= MAX-MIG-CELLS
            exit paragraph
        end-if
        add 1 to mig-count
        move mig-count to mig-idx
        move old-category to mig-old(mig-idx)
        move new-category to mig-new(mig-idx)
        move 0 to mig-tally(mig-idx)
        move 0 to mig-sample-count(mig-idx)
    end-if

    add 1 to mig-tally(mig-idx)
    if old-category <> new-category
       and mig-sample-count(mig-idx) < MAX-MIG-SAMPLES
        add 1 to mig-sample-count(mig-idx)
        move function trim(in-file-record)
            to mig-sample(mig-idx, mig-sample-count(mig-idx))
    end-if.

tally-parent-migration.
    perform varying pmig-idx from 1 by 1 until pmig-idx > pmig-count
        if pmig-old(pmig-idx) = old-parent
           and pmig-new(pmig-idx) = new-parent
            add 1 to pmig-tally(pmig-idx)
            exit paragraph
        end-if
    end-perform

    if pmig-count >= MAX-PAR-CELLS
        exit paragraph
    end-if

    add 1 to pmig-count
    move old-parent to pmig-old(pmig-count)
    move new-parent to pmig-new(pmig-count)
    move 1 to pmig-tally(pmig-count).

tally-rollup-effect.
    move old-parent to srl-probe
    perform find-rollup-effect-row
    if srl-idx > 0
        add 1 to srl-cur(srl-idx)
    end-if
    move new-parent to srl-probe
    perform find-rollup-effect-row
    if srl-idx > 0
        add 1 to srl-new(srl-idx)
    end-if.

find-rollup-effect-row.
    perform varying srl-idx from 1 by 1 until srl-idx > srl-count
        if srl-name(srl-idx) = srl-probe
            exit paragraph
        end-if
    end-perform

    if srl-count >= MAX-PARENTS
        move 0 to srl-idx
        exit paragraph
    end-if

    add 1 to srl-count
    move srl-count to srl-idx
    move srl-probe to srl-name(srl-idx)
    move 0 to srl-cur(srl-idx)
    move 0 to srl-new(srl-idx).

write-bucket-migration.
    move spaces to report-file-record
    perform write-detail-line
    move "BUCKET MIGRATION MATRIX (current bucket -> proposed bucket)"
        to report-file-record
    perform write-detail-line

    perform varying mig-row from 1 by 1 until mig-row > mig-count
        perform write-one-migration-row
    end-perform

    move 0 to pct-val
    if sim-compared > 0
        compute pct-val rounded = sim-moved * 100 / sim-compared
    end-if
    move pct-val to pct-edit
    move spaces to report-file-record
    string "  Records changing bucket: " sim-moved " of "
           sim-compared " (" function trim(pct-edit) "%)"
           delimited by size into report-file-record
    perform write-detail-line.

write-one-migration-row.
    perform varying mig-idx from 1 by 1 until mig-idx >= mig-row
        if mig-old(mig-idx) = mig-old(mig-row)
            exit paragraph
        end-if
    end-perform

    move 0 to sim-row-total
    perform varying mig-idx from mig-row by 1 until mig-idx > mig-count
        if mig-old(mig-idx) = mig-old(mig-row)
            add mig-tally(mig-idx) to sim-row-total
        end-if
    end-perform

    move sim-row-total to cat-tally-disp
    move spaces to report-file-record
    string "  from " function trim(mig-old(mig-row))
           " (" function trim(cat-tally-disp) "):"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying mig-idx from mig-row by 1 until mig-idx > mig-count
        if mig-old(mig-idx) = mig-old(mig-row)
            move mig-tally(mig-idx) to cat-tally-disp
            move spaces to report-file-record
            if mig-new(mig-idx) = mig-old(mig-idx)
                string "      -> " mig-new(mig-idx) " "
                       cat-tally-disp "  unchanged"
                       delimited by size into report-file-record
            else
                string "      -> " mig-new(mig-idx) " "
                       cat-tally-disp "  MOVED"
                       delimited by size into report-file-record
            end-if
            perform write-detail-line
        end-if
    end-perform.

write-parent-migration.
    move spaces to report-file-record
    perform write-detail-line
    move "PARENT CATEGORY MIGRATION (current parent -> proposed parent)"
        to report-file-record
    perform write-detail-line

    perform varying pmig-idx from 1 by 1 until pmig-idx > pmig-count
        move pmig-tally(pmig-idx) to cat-tally-disp
        move spaces to report-file-record
        if pmig-old(pmig-idx) = pmig-new(pmig-idx)
            string "  " pmig-old(pmig-idx) " -> " pmig-new(pmig-idx)
                   " " cat-tally-disp "  unchanged"
                   delimited by size into report-file-record
        else
            string "  " pmig-old(pmig-idx) " -> " pmig-new(pmig-idx)
                   " " cat-tally-disp "  MOVED"
                   delimited by size into report-file-record
        end-if
        perform write-detail-line
    end-perform

    move 0 to pct-val
    if sim-compared > 0
        compute pct-val rounded = sim-par-moved * 100 / sim-compared
    end-if
    move pct-val to pct-edit
    move spaces to report-file-record
    string "  Records changing parent category: " sim-par-moved
           " of " sim-compared " (" function trim(pct-edit) "%)"
           delimited by size into report-file-record
    perform write-detail-line.

write-rollup-effect.
    move spaces to report-file-record
    perform write-detail-line
    move "EFFECT ON THE PARENT ROLLUP (% of classified records)"
        to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  PARENT               CURRENT            "
           "PROPOSED           CHANGE"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying srl-idx from 1 by 1 until srl-idx > srl-count
        perform write-one-rollup-effect
    end-perform.

write-one-rollup-effect.
    move 0 to sim-cur-pct
    move 0 to sim-new-pct
    if srl-name(srl-idx) <> SIM-NO-RULE
        if classified-count > 0
            compute sim-cur-pct rounded =
                srl-cur(srl-idx) * 100 / classified-count
        end-if
        if sim-new-classified > 0
            compute sim-new-pct rounded =
                srl-new(srl-idx) * 100 / sim-new-classified
        end-if
    end-if
    compute sim-pct-change = sim-new-pct - sim-cur-pct

    move srl-cur(srl-idx) to cat-tally-disp
    move sim-cur-pct to pct-edit
    move spaces to sim-cur-col
    string function trim(cat-tally-disp) " ("
           function trim(pct-edit) "%)"
           delimited by size into sim-cur-col
    move srl-new(srl-idx) to cat-tally-disp
    move sim-new-pct to pct-edit
    move spaces to sim-new-col
    string function trim(cat-tally-disp) " ("
           function trim(pct-edit) "%)"
           delimited by size into sim-new-col
    move sim-pct-change to sim-change-edit

    move spaces to report-file-record
    string "  " srl-name(srl-idx) " " sim-cur-col " " sim-new-col
           " " sim-change-edit " pts"
           delimited by size into report-file-record
    perform write-detail-line.

write-changed-samples.
    move spaces to report-file-record
    perform write-detail-line
    move "SAMPLE RECORDS FOR EVERY CHANGED CELL" to report-file-record
    perform write-detail-line

    if sim-moved = 0
        move "  no record changes bucket under the proposed rules"
            to report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    perform varying mig-idx from 1 by 1 until mig-idx > mig-count
        if mig-old(mig-idx) <> mig-new(mig-idx)
            move spaces to sim-sample-line
            move 1 to sim-sample-ptr
            perform varying sim-sample-idx from 1 by 1
                    until sim-sample-idx > mig-sample-count(mig-idx)
                string function trim(mig-sample(mig-idx,
                                                 sim-sample-idx))
                       "  " delimited by size
                    into sim-sample-line with pointer sim-sample-ptr
            end-perform
            move spaces to report-file-record
            string "  " function trim(mig-old(mig-idx))
                   " -> " function trim(mig-new(mig-idx))
                   ": " function trim(sim-sample-line)
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
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
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
    display "  a pivot of counts by parent and bucket with"
    display "  percentage-of-total columns is written alongside the"
    display "  detail output as <report-file>.rollup"
    display "       rules-classifier -r <current-rules> -p "
            "<proposed-rules> -f <input-file> <report-file>"
    display "  simulates a rules change: both rule sets classify the"
    display "  same input (a packed archive of a past period is"
    display "  unpacked on the fly) and only the report is written -"
    display "  a bucket and parent migration matrix, sample records"
    display "  for every changed cell and the effect on the parent"
    display "  rollup percentages; no extract, trend, exception,"
    display "  rollup or checkpoint output is produced"
    move 16 to return-code
    stop run.

           delimited by size into report-filename

    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to rcat-date-8

    open extend reportcat-file
    if reportcat-status = "05" or reportcat-status = "35"
    move records-read to snap-counter-1
    move checkpoint-rec-num to snap-counter-2
    move "fatal file status on batch input" to snap-reason
    move "RLC301S" to snap-msg-id
    perform write-failure-snapshot

    display "FATAL: file status " snap-file-status
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "message | " snap-msg-id
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "file-status | " snap-file-status
           delimited by size into snapshot-record
    write snapshot-record
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
