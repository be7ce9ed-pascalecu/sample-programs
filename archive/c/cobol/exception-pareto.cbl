identification division.
program-id. exception-pareto.

environment division.
input-output section.
file-control.
    select reasoncd-file assign to dynamic reasoncd-filename
        organization is line sequential
        file status is reasoncd-status.

    select excprsn-file assign to dynamic excprsn-filename
        organization is line sequential
        file status is excprsn-status.

    select excpmstr-file assign to dynamic excpmstr-filename
        organization is line sequential
        file status is excpmstr-status.

    select reportcat-file assign to dynamic reportcat-filename
        organization is line sequential
        file status is reportcat-status.

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
fd  reasoncd-file.
01  reasoncd-record      pic x(200).

fd  excprsn-file.
    copy "excprsn-fd.cpy".

fd  excpmstr-file.
    copy "excpmstr-fd.cpy".

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  report-file.
01  report-file-record   pic x(160).

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
copy "excprsn-ws.cpy".
copy "excpmstr-ws.cpy".
copy "reportcat-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 reasoncd-filename pic x(100) value "REASONCD.TXT".
01 reasoncd-status   pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.

01 period-from       pic x(10).
01 period-to         pic x(10).
01 prior-from        pic x(10).
01 prior-to          pic x(10).
01 period-probe      pic x(10).
01 period-probe-8    pic x(8).
01 period-date-8     pic 9(8).
01 period-from-int   pic s9(9) comp.
01 period-to-int     pic s9(9) comp.
01 period-days       pic s9(9) comp.
01 prior-date-int    pic s9(9) comp.
01 period-slot       binary-long.

01 rc-rec-code       pic x(20).
01 rc-rec-category   pic x(20).
01 rc-rec-desc       pic x(100).
01 rc-rec-resp       pic x(20).

01 mx-program        pic x(30).
01 mx-date           pic x(10).
01 mx-run            pic x(10).
01 mx-sev            pic x(4).
01 mx-value          pic x(100).
01 mx-disp           pic x(12).
01 mx-oper           pic x(20).
01 mx-stamp          pic x(19).
01 mx-fixed          pic x(100).
01 mx-reason         pic x(8).

01 MAX-CODES constant as 100.
01 cd-count          binary-long value 0.
01 cd-table.
   05 cd-entry       occurs 1 to MAX-CODES
                      depending on cd-count.
      10 cd-code     pic x(8).
      10 cd-category pic x(10).
      10 cd-desc     pic x(60).
      10 cd-resp     pic x(8).
      10 cd-on-master pic x.
      10 cd-rank     pic 9(3).
      10 cd-tally    pic 9(9) occurs 2 times.
01 cd-idx            binary-long.
01 cd-jdx            binary-long.
01 codes-dropped     pic 9(5) value 0.
01 codes-unknown     pic 9(5) value 0.

01 MAX-SPLITS constant as 1000.
01 sp-count          binary-long value 0.
01 sp-table.
   05 sp-entry       occurs 1 to MAX-SPLITS
                      depending on sp-count.
      10 sp-kind     pic x.
      10 sp-code     pic x(8).
      10 sp-name     pic x(30).
      10 sp-tally    pic 9(9).
      10 sp-used     pic x.
01 sp-idx            binary-long.
01 sp-best           binary-long.
01 splits-dropped    pic 9(5) value 0.
01 probe-kind        pic x.
01 probe-name        pic x(30).
01 probe-count       pic 9(9).

01 total-current     pic 9(9) value 0.
01 total-prior       pic 9(9) value 0.
01 total-partner     pic 9(9) value 0.
01 total-us          pic 9(9) value 0.
01 info-excluded     pic 9(9) value 0.
01 cum-count         pic 9(9) value 0.
01 pct-value         pic 9(3)v9.
01 pct-disp          pic zz9.9.
01 cum-pct-disp      pic zz9.9.
01 count-disp        pic z(8)9.
01 prior-disp        pic z(8)9.
01 trend-delta       pic s9(9).
01 trend-edit        pic -(9)9.
01 trend-text        pic x(14).
01 rank-pos          pic 9(3).
01 rank-disp         pic zz9.

01 history-read      pic 9(9) value 0.
01 master-read       pic 9(9) value 0.
01 codes-reported    pic 9(5) value 0.

procedure division.

main.
    move "exception-pareto" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform run-exception-pareto

    move spaces to audit-input-value
    string period-from " to " period-to
           delimited by size into audit-input-value
    move spaces to audit-result-value
    string "pareto: exceptions=" total-current
           " prior=" total-prior
           " codes=" codes-reported
           " report=" function trim(report-filename)
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

    move arg-val(2) to period-from
    move arg-val(3) to period-to
    move arg-val(4) to report-filename

    if report-filename = spaces
        perform show-usage
    end-if

    move period-from to period-probe
    perform edit-period-date
    compute period-from-int = function integer-of-date(period-date-8)

    move period-to to period-probe
    perform edit-period-date
    compute period-to-int = function integer-of-date(period-date-8)

    if period-to-int < period-from-int
        display "Period end " period-to " is before its start "
                period-from
        move 16 to return-code
        stop run
    end-if

    compute period-days = period-to-int - period-from-int + 1

    compute prior-date-int = period-from-int - 1
    compute period-date-8 = function date-of-integer(prior-date-int)
    move spaces to prior-to
    string period-date-8(1:4) "-" period-date-8(5:2) "-"
           period-date-8(7:2)
           delimited by size into prior-to

    compute prior-date-int = period-from-int - period-days
    compute period-date-8 = function date-of-integer(prior-date-int)
    move spaces to prior-from
    string period-date-8(1:4) "-" period-date-8(5:2) "-"
           period-date-8(7:2)
           delimited by size into prior-from.

edit-period-date.
    if period-probe(5:1) <> "-" or period-probe(8:1) <> "-"
       or period-probe(1:4) is not numeric
       or period-probe(6:2) is not numeric
       or period-probe(9:2) is not numeric
        perform show-usage
    end-if

    move spaces to period-probe-8
    string period-probe(1:4) period-probe(6:2) period-probe(9:2)
           delimited by size into period-probe-8
    move period-probe-8 to period-date-8
    if function test-date-yyyymmdd(period-date-8) <> 0
        perform show-usage
    end-if.

run-exception-pareto.
    move function current-date to rsum-start-stamp

    perform load-reason-master
    perform tally-reason-history
    perform tally-aged-suspense
    perform rank-reason-codes

    perform resolve-report-generation

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "EXCEPTION REASON PARETO" to rpt-program-title
    perform init-report-header

    perform write-pareto-section
    perform write-program-section
    perform write-partner-section
    perform write-responsibility-section
    perform write-run-summary-footer

    close report-file

    if codes-unknown > 0 or codes-dropped > 0 or splits-dropped > 0
        move 4 to return-code
    end-if.

load-reason-master.
    open input reasoncd-file
    if reasoncd-status <> "00"
        display "Reason-code master " function trim(reasoncd-filename)
                " not found - categories and responsibility not shown"
        exit paragraph
    end-if

    read reasoncd-file
    perform until reasoncd-status = "10"
        perform load-one-reason-code
        read reasoncd-file
    end-perform

    close reasoncd-file.

load-one-reason-code.
    if reasoncd-record = spaces
       or reasoncd-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to rc-rec-code
    move spaces to rc-rec-category
    move spaces to rc-rec-desc
    move spaces to rc-rec-resp

    unstring reasoncd-record delimited by " | "
        into rc-rec-code, rc-rec-category, rc-rec-desc, rc-rec-resp
    end-unstring

    move function upper-case(function trim(rc-rec-code)) to xr-code
    if xr-code = spaces
        exit paragraph
    end-if

    perform find-reason-code
    if cd-idx = 0
        exit paragraph
    end-if

    move "Y" to cd-on-master(cd-idx)
    move function upper-case(function trim(rc-rec-category))
        to cd-category(cd-idx)
    move function trim(rc-rec-desc) to cd-desc(cd-idx)
    move function upper-case(function trim(rc-rec-resp))
        to cd-resp(cd-idx).

find-reason-code.
    perform varying cd-idx from 1 by 1 until cd-idx > cd-count
        if cd-code(cd-idx) = xr-code
            exit paragraph
        end-if
    end-perform

    if cd-count >= MAX-CODES
        add 1 to codes-dropped
        move 0 to cd-idx
        exit paragraph
    end-if

    add 1 to cd-count
    move cd-count to cd-idx
    move xr-code to cd-code(cd-idx)
    move "?" to cd-category(cd-idx)
    move "(not on the reason-code master)" to cd-desc(cd-idx)
    move "?" to cd-resp(cd-idx)
    move "N" to cd-on-master(cd-idx)
    move 0 to cd-rank(cd-idx)
    move 0 to cd-tally(cd-idx, 1)
    move 0 to cd-tally(cd-idx, 2).

tally-reason-history.
    open input excprsn-file
    if excprsn-status <> "00"
        exit paragraph
    end-if

    read excprsn-file
    perform until excprsn-status = "10"
        add 1 to history-read
        perform tally-one-history-record
        read excprsn-file
    end-perform

    close excprsn-file.

tally-one-history-record.
    move spaces to xr-date
    move spaces to xr-run
    move spaces to xr-unit
    move spaces to xr-window
    move spaces to xr-program
    move spaces to xr-partner
    move spaces to xr-code
    move spaces to xr-count-text

    unstring excprsn-record delimited by " | "
        into xr-date, xr-run, xr-unit, xr-window, xr-program,
             xr-partner, xr-code, xr-count-text
    end-unstring

    if function test-numval(xr-count-text) <> 0
        exit paragraph
    end-if
    compute xr-count = function numval(xr-count-text)

    perform tally-reason-occurrence.

tally-aged-suspense.
    open input excpmstr-file
    if excpmstr-status <> "00"
        exit paragraph
    end-if

    read excpmstr-file
    perform until excpmstr-status = "10"
        add 1 to master-read
        perform tally-one-master-record
        read excpmstr-file
    end-perform

    close excpmstr-file.

tally-one-master-record.
    move spaces to mx-program
    move spaces to mx-date
    move spaces to mx-run
    move spaces to mx-sev
    move spaces to mx-value
    move spaces to mx-disp
    move spaces to mx-oper
    move spaces to mx-stamp
    move spaces to mx-fixed
    move spaces to mx-reason

    unstring excpmstr-record delimited by " | "
        into mx-program, mx-date, mx-run, mx-sev, mx-value,
             mx-disp, mx-oper, mx-stamp, mx-fixed, mx-reason
    end-unstring

    if mx-reason <> "AGEDOUT"
        exit paragraph
    end-if

    move mx-date to xr-date
    move mx-program to xr-program
    move spaces to xr-partner
    move mx-reason to xr-code
    move 1 to xr-count

    perform tally-reason-occurrence.

tally-reason-occurrence.
    evaluate true
        when xr-date >= period-from and xr-date <= period-to
            move 1 to period-slot
        when xr-date >= prior-from and xr-date <= prior-to
            move 2 to period-slot
        when other
            exit paragraph
    end-evaluate

    move function upper-case(function trim(xr-code)) to xr-code
    if xr-code = spaces
        move "OTHER" to xr-code
    end-if

    perform find-reason-code
    if cd-idx = 0
        exit paragraph
    end-if

    add xr-count to cd-tally(cd-idx, period-slot)

    if period-slot <> 1
        exit paragraph
    end-if

    move "G" to probe-kind
    move xr-program to probe-name
    move xr-count to probe-count
    perform tally-one-split

    move "P" to probe-kind
    if xr-partner = spaces or xr-partner = "-"
        move "(no partner)" to probe-name
    else
        move xr-partner to probe-name
    end-if
    perform tally-one-split.

tally-one-split.
    perform varying sp-idx from 1 by 1 until sp-idx > sp-count
        if sp-kind(sp-idx) = probe-kind
           and sp-code(sp-idx) = xr-code
           and sp-name(sp-idx) = probe-name
            add probe-count to sp-tally(sp-idx)
            exit paragraph
        end-if
    end-perform

    if sp-count >= MAX-SPLITS
        add 1 to splits-dropped
        exit paragraph
    end-if

    add 1 to sp-count
    move probe-kind to sp-kind(sp-count)
    move xr-code to sp-code(sp-count)
    move probe-name to sp-name(sp-count)
    move probe-count to sp-tally(sp-count)
    move "N" to sp-used(sp-count).

rank-reason-codes.
    perform varying cd-idx from 1 by 1 until cd-idx > cd-count
        if cd-category(cd-idx) = "INFO"
            add cd-tally(cd-idx, 1) to info-excluded
        else
            add cd-tally(cd-idx, 1) to total-current
            add cd-tally(cd-idx, 2) to total-prior
            if cd-on-master(cd-idx) = "N"
               and cd-tally(cd-idx, 1) > 0
                add 1 to codes-unknown
            end-if
            evaluate cd-resp(cd-idx)
                when "PARTNER"
                    add cd-tally(cd-idx, 1) to total-partner
                when "US"
                    add cd-tally(cd-idx, 1) to total-us
            end-evaluate
        end-if
    end-perform

    perform varying cd-idx from 1 by 1 until cd-idx > cd-count
        move 0 to cd-rank(cd-idx)
        if cd-category(cd-idx) <> "INFO"
           and (cd-tally(cd-idx, 1) > 0 or cd-tally(cd-idx, 2) > 0)
            move 1 to cd-rank(cd-idx)
            perform varying cd-jdx from 1 by 1 until cd-jdx > cd-count
                if cd-category(cd-jdx) <> "INFO"
                   and (cd-tally(cd-jdx, 1) > cd-tally(cd-idx, 1)
                    or (cd-tally(cd-jdx, 1) = cd-tally(cd-idx, 1)
                        and cd-tally(cd-jdx, 2) > cd-tally(cd-idx, 2))
                    or (cd-tally(cd-jdx, 1) = cd-tally(cd-idx, 1)
                        and cd-tally(cd-jdx, 2) = cd-tally(cd-idx, 2)
                        and cd-code(cd-jdx) < cd-code(cd-idx)))
                    add 1 to cd-rank(cd-idx)
                end-if
            end-perform
        end-if
    end-perform.

write-pareto-section.
    move spaces to report-file-record
    string "Period " period-from " to " period-to
           " compared with prior period " prior-from " to " prior-to
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  exceptions by standard reason code across all programs"
           " and partners, most frequent first"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    move spaces to report-file-record
    string "RANK CODE     CATEGORY   RESP        COUNT   PCT  CUM-PCT"
           "      PRIOR TREND          DESCRIPTION"
           delimited by size into report-file-record
    perform write-detail-line

    move 0 to cum-count
    perform varying rank-pos from 1 by 1 until rank-pos > cd-count
        perform varying cd-idx from 1 by 1 until cd-idx > cd-count
            if cd-rank(cd-idx) = rank-pos
                perform write-one-pareto-line
            end-if
        end-perform
    end-perform

    if codes-reported = 0
        move spaces to report-file-record
        string "  no exceptions on the reason history for the period"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move total-current to count-disp
    move total-prior to prior-disp
    move spaces to report-file-record
    string "  total exceptions " function trim(count-disp)
           "  prior period " function trim(prior-disp)
           delimited by size into report-file-record
    perform write-detail-line

    if info-excluded > 0
        move info-excluded to count-disp
        move spaces to report-file-record
        string "  informational skips (category INFO) not ranked: "
               function trim(count-disp)
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    if codes-dropped > 0 or splits-dropped > 0
        move spaces to report-file-record
        string "  WARNING: reason-code or breakdown table full - "
               codes-dropped " code(s), " splits-dropped
               " breakdown line(s) not counted"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line.

write-one-pareto-line.
    add 1 to codes-reported
    move rank-pos to rank-disp
    add cd-tally(cd-idx, 1) to cum-count

    move 0 to pct-value
    move 0 to cum-pct-disp
    if total-current > 0
        compute pct-value rounded =
            cd-tally(cd-idx, 1) * 100 / total-current
    end-if
    move pct-value to pct-disp
    move 0 to pct-value
    if total-current > 0
        compute pct-value rounded = cum-count * 100 / total-current
    end-if
    move pct-value to cum-pct-disp

    move cd-tally(cd-idx, 1) to count-disp
    move cd-tally(cd-idx, 2) to prior-disp

    move spaces to trend-text
    compute trend-delta = cd-tally(cd-idx, 1) - cd-tally(cd-idx, 2)
    move trend-delta to trend-edit
    evaluate true
        when cd-tally(cd-idx, 2) = 0
            move "NEW" to trend-text
        when trend-delta > 0
            string "UP " function trim(trend-edit)
                   delimited by size into trend-text
        when trend-delta < 0
            compute trend-edit = 0 - trend-delta
            string "DN " function trim(trend-edit)
                   delimited by size into trend-text
        when other
            move "SAME" to trend-text
    end-evaluate

    move spaces to report-file-record
    string " " rank-disp " " cd-code(cd-idx)
           " " cd-category(cd-idx)
           " " cd-resp(cd-idx)
           " " count-disp
           " " pct-disp "%"
           "  " cum-pct-disp "%"
           " " prior-disp
           " " trend-text
           " " function trim(cd-desc(cd-idx))
           delimited by size into report-file-record
    perform write-detail-line.

write-program-section.
    move spaces to report-file-record
    string "BY PROGRAM WITHIN REASON CODE (current period)"
           delimited by size into report-file-record
    perform write-detail-line
    move "G" to probe-kind
    perform write-split-section.

write-partner-section.
    move spaces to report-file-record
    string "BY PARTNER WITHIN REASON CODE (current period)"
           delimited by size into report-file-record
    perform write-detail-line
    move "P" to probe-kind
    perform write-split-section.

write-split-section.
    move spaces to report-file-record
    perform write-detail-line

    perform varying rank-pos from 1 by 1 until rank-pos > cd-count
        perform varying cd-idx from 1 by 1 until cd-idx > cd-count
            if cd-rank(cd-idx) = rank-pos
               and cd-tally(cd-idx, 1) > 0
                perform write-one-code-splits
            end-if
        end-perform
    end-perform

    move spaces to report-file-record
    perform write-detail-line.

write-one-code-splits.
    move spaces to report-file-record
    string "  " cd-code(cd-idx) " " function trim(cd-desc(cd-idx))
           delimited by size into report-file-record
    perform write-detail-line

    move 1 to sp-best
    perform until sp-best = 0
        move 0 to sp-best
        perform varying sp-idx from 1 by 1 until sp-idx > sp-count
            if sp-kind(sp-idx) = probe-kind
               and sp-code(sp-idx) = cd-code(cd-idx)
               and sp-used(sp-idx) = "N"
                if sp-best = 0
                    move sp-idx to sp-best
                else
                    if sp-tally(sp-idx) > sp-tally(sp-best)
                        move sp-idx to sp-best
                    end-if
                end-if
            end-if
        end-perform
        if sp-best > 0
            move "Y" to sp-used(sp-best)
            move sp-tally(sp-best) to count-disp
            move 0 to pct-value
            compute pct-value rounded =
                sp-tally(sp-best) * 100 / cd-tally(cd-idx, 1)
            move pct-value to pct-disp
            move spaces to report-file-record
            string "      " sp-name(sp-best)
                   " " count-disp
                   " " pct-disp "% of the code"
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform.

write-responsibility-section.
    move spaces to report-file-record
    string "RESPONSIBILITY (current period, from the reason-code"
           " master)"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    move total-partner to count-disp
    move 0 to pct-value
    if total-current > 0
        compute pct-value rounded = total-partner * 100 / total-current
    end-if
    move pct-value to pct-disp
    move spaces to report-file-record
    string "  partner responsible     " count-disp " " pct-disp "%"
           delimited by size into report-file-record
    perform write-detail-line

    move total-us to count-disp
    move 0 to pct-value
    if total-current > 0
        compute pct-value rounded = total-us * 100 / total-current
    end-if
    move pct-value to pct-disp
    move spaces to report-file-record
    string "  our responsibility      " count-disp " " pct-disp "%"
           delimited by size into report-file-record
    perform write-detail-line

    compute probe-count = total-current - total-partner - total-us
    if probe-count > 0
        move probe-count to count-disp
        move spaces to report-file-record
        string "  unclassified            " count-disp
               "  (codes not on " function trim(reasoncd-filename) ")"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Run summary: history lines read " history-read
           "  master records read " master-read
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

show-usage.
    display "Usage: exception-pareto -r <yyyy-mm-dd> <yyyy-mm-dd>"
            " <report-file>"
    display "  ranks exceptions raised between the two dates by"
    display "  standard reason code, most frequent first, with the"
    display "  percentage and cumulative percentage of the total and"
    display "  the count for the prior period of the same length;"
    display "  counts come from the reason history EXCPRSN.TXT"
    display "  posted by exception-summary, plus suspense items aged"
    display "  out onto EXCPMSTR.TXT; categories and partner/us"
    display "  responsibility come from REASONCD.TXT; breakdowns by"
    display "  program and by partner follow; codes of category INFO"
    display "  are counted but not ranked; RC 4 when codes are not on"
    display "  the reason-code master; the report is written as the"
    display "  next generation <report-file>.gNNNN"
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


append-elapsed-history.
    perform resolve-audit-window
    if audit-window-id <> "-" and audit-window-id <> "NIGHT"
        move spaces to elapsed-hist-filename
        string "ELAPSED-HIST."
               function trim(audit-window-id) ".TXT"
               delimited by size into elapsed-hist-filename
    end-if
    move history-read to eh-records-count
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
