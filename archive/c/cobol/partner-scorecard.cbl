identification division.
program-id. partner-scorecard.

environment division.
input-output section.
file-control.
    select register-file assign to dynamic register-filename
        organization is line sequential
        file status is register-status.

    select expect-file assign to dynamic expect-filename
        organization is line sequential
        file status is expect-status.

    select qchist-file assign to dynamic qchist-filename
        organization is line sequential
        file status is qchist-status.

    select translog-file assign to dynamic translog-filename
        organization is line sequential
        file status is translog-status.

    select partprof-file assign to dynamic partprof-filename
        organization is line sequential
        file status is partprof-status.

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
fd  register-file.
01  register-record      pic x(300).

fd  expect-file.
01  expect-record        pic x(200).

fd  qchist-file.
01  qchist-record        pic x(200).

fd  translog-file.
01  translog-record      pic x(200).

fd  partprof-file.
    copy "partprof-fd.cpy".

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  report-file.
01  report-file-record   pic x(132).

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
copy "partprof-ws.cpy".
copy "reportcat-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

01 register-filename pic x(100) value "ARRIVALS.TXT".
01 register-status   pic xx.
01 expect-filename   pic x(100) value "EXPECT.TXT".
01 expect-status     pic xx.
01 qchist-filename   pic x(100) value "QCHIST.TXT".
01 qchist-status     pic xx.
01 translog-filename pic x(100) value "TRANSLOG.TXT".
01 translog-status   pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.

01 score-month       pic x(7).
01 prior-month       pic x(7).
01 month-yyyy        pic 9(4).
01 month-mm          pic 9(2).
01 month-slot        binary-long.
01 month-probe       pic x(7).

01 reg-batch         pic x(12).
01 reg-file          pic x(100).
01 reg-partner       pic x(12).
01 reg-count         pic x(12).
01 reg-status-word   pic x(12).
01 reg-when          pic x(20).
01 reg-staging       pic x(100).
01 reg-nextbus       pic x(20).
01 reg-pb            pic x(12).
01 reg-bad           pic x(16).
01 reg-hhmm          pic 9(4).
01 reg-pb-no         pic 9(9).

01 ex-partner        pic x(12).
01 ex-feed           pic x(60).
01 ex-due-x          pic x(6).

01 qh-date           pic x(12).
01 qh-feed           pic x(100).
01 qh-run            pic x(12).
01 qh-flags          pic x(6).
01 qh-verdict        pic x(16).

01 tl-feed           pic x(20).
01 tl-date           pic x(12).
01 tl-run            pic x(12).
01 tl-count          pic x(12).
01 tl-hash           pic x(12).
01 tl-time           pic x(12).
01 tl-file           pic x(100).
01 tl-status         pic x(16).
01 tl-attempt-x      pic x(16).
01 tl-attempt        pic 9(3).

01 MAX-PARTNERS constant as 500.
01 sc-count          binary-long value 0.
01 sc-table.
   05 sc-entry       occurs 1 to MAX-PARTNERS
                      depending on sc-count.
      10 sc-partner  pic x(12).
      10 sc-due      pic x(6).
      10 sc-feed-id  pic x(12).
      10 sc-rank     pic 9(3).
      10 sc-month    occurs 2 times.
         15 sc-files     pic 9(5).
         15 sc-ontime    pic 9(5).
         15 sc-late      pic 9(5).
         15 sc-quar      pic 9(5).
         15 sc-rejected  pic 9(7).
         15 sc-qcout     pic 9(5).
         15 sc-qc-last   pic x(10).
         15 sc-pb-seen   pic 9(5).
         15 sc-pb-low    pic 9(9).
         15 sc-pb-high   pic 9(9).
         15 sc-gaps      pic 9(5).
         15 sc-retrans   pic 9(5).
         15 sc-unacked   pic 9(5).
         15 sc-penalty   pic 9(7).
         15 sc-score     pic 9(3).
01 sc-idx            binary-long.
01 sc-jdx            binary-long.
01 partners-dropped  pic 9(5) value 0.

01 MAX-FILE-MAP constant as 5000.
01 fm-count          binary-long value 0.
01 fm-table.
   05 fm-entry       occurs 1 to MAX-FILE-MAP
                      depending on fm-count.
      10 fm-file     pic x(100).
      10 fm-partner  pic x(12).
01 fm-idx            binary-long.

01 probe-partner     pic x(12).
01 probe-idx         binary-long.

01 PENALTY-LATE      constant as 3.
01 PENALTY-QUAR      constant as 5.
01 PENALTY-REJ-CAP   constant as 20.
01 PENALTY-QC-OUT    constant as 3.
01 PENALTY-GAP       constant as 5.
01 PENALTY-RETRANS   constant as 2.
01 PENALTY-UNACKED   constant as 4.
01 rej-points        pic 9(7).

01 trend-text        pic x(8).
01 trend-delta       pic s9(3).
01 trend-edit        pic +ZZ9.
01 prior-score-text  pic x(5).
01 rank-pos          pic 9(3).
01 rank-disp         pic zz9.

01 partners-scored   pic 9(5) value 0.
01 records-scanned   pic 9(9) value 0.

procedure division.

main.
    move "partner-scorecard" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform run-partner-scorecard

    move score-month to audit-input-value
    move spaces to audit-result-value
    string "scorecard " score-month ": partners=" partners-scored
           " report=" function trim(report-filename)
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 3
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) <> "-m"
        perform show-usage
    end-if

    move arg-val(2) to score-month
    move arg-val(3) to report-filename

    if report-filename = spaces
       or score-month(5:1) <> "-"
       or function test-numval(score-month(1:4)) <> 0
       or function test-numval(score-month(6:2)) <> 0
        perform show-usage
    end-if

    move score-month(1:4) to month-yyyy
    move score-month(6:2) to month-mm
    if month-mm < 1 or month-mm > 12
        perform show-usage
    end-if

    if month-mm = 1
        subtract 1 from month-yyyy
        move 12 to month-mm
    else
        subtract 1 from month-mm
    end-if
    move spaces to prior-month
    string month-yyyy "-" month-mm
           delimited by size into prior-month.

run-partner-scorecard.
    move function current-date to rsum-start-stamp

    perform load-partner-profiles
    perform load-expected-due-times
    perform tally-arrival-register
    perform tally-qc-verdicts
    perform tally-outbound-envelopes

    perform varying sc-idx from 1 by 1 until sc-idx > sc-count
        perform score-one-partner
    end-perform
    perform rank-partners

    perform resolve-report-generation

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "PARTNER PERFORMANCE SCORECARD" to rpt-program-title
    perform init-report-header

    perform write-scorecard-body
    perform write-run-summary-footer

    close report-file.

load-partner-profiles.
    open input partprof-file
    if partprof-status <> "00"
        exit paragraph
    end-if

    read partprof-file
    perform until partprof-status = "10"
        perform parse-partprof-record
        if pp-partner <> spaces
            move pp-partner to probe-partner
            perform find-or-add-partner
            if probe-idx > 0
                if pp-due <> "-"
                    move pp-due to sc-due(probe-idx)
                end-if
                if pp-feed-id <> "-"
                    move pp-feed-id to sc-feed-id(probe-idx)
                end-if
            end-if
        end-if
        read partprof-file
    end-perform

    close partprof-file.

load-expected-due-times.
    open input expect-file
    if expect-status <> "00"
        exit paragraph
    end-if

    read expect-file
    perform until expect-status = "10"
        if function trim(expect-record) <> spaces
           and expect-record(1:1) <> "*"
            move spaces to ex-partner
            move spaces to ex-feed
            move spaces to ex-due-x
            unstring expect-record delimited by " | "
                into ex-partner, ex-feed, ex-due-x
            end-unstring
            if ex-partner <> spaces
                move ex-partner to probe-partner
                perform find-or-add-partner
                if probe-idx > 0 and sc-due(probe-idx) = spaces
                   and function test-numval(ex-due-x) = 0
                    move ex-due-x to sc-due(probe-idx)
                end-if
            end-if
        end-if
        read expect-file
    end-perform

    close expect-file.

find-or-add-partner.
    move 0 to probe-idx

    perform varying sc-jdx from 1 by 1 until sc-jdx > sc-count
        if sc-partner(sc-jdx) = probe-partner
            move sc-jdx to probe-idx
            exit paragraph
        end-if
    end-perform

    if sc-count >= MAX-PARTNERS
        add 1 to partners-dropped
        exit paragraph
    end-if

    add 1 to sc-count
    move sc-count to probe-idx
    initialize sc-entry(sc-count)
    move probe-partner to sc-partner(sc-count).

set-month-slot.
    evaluate true
        when month-probe = score-month
            move 1 to month-slot
        when month-probe = prior-month
            move 2 to month-slot
        when other
            move 0 to month-slot
    end-evaluate.

tally-arrival-register.
    open input register-file
    if register-status <> "00"
        exit paragraph
    end-if

    read register-file
    perform until register-status = "10"
        add 1 to records-scanned
        perform tally-one-arrival
        read register-file
    end-perform

    close register-file.

tally-one-arrival.
    move spaces to reg-batch
    move spaces to reg-file
    move spaces to reg-partner
    move spaces to reg-count
    move spaces to reg-status-word
    move spaces to reg-when
    move spaces to reg-staging
    move spaces to reg-nextbus
    move spaces to reg-pb
    move spaces to reg-bad

    unstring register-record delimited by " | "
        into reg-batch, reg-file, reg-partner, reg-count,
             reg-status-word, reg-when, reg-staging,
             reg-nextbus, reg-pb, reg-bad
    end-unstring

    move reg-when(1:7) to month-probe
    perform set-month-slot
    if month-slot = 0 or reg-partner = spaces
        exit paragraph
    end-if

    move reg-partner to probe-partner
    perform find-or-add-partner
    if probe-idx = 0
        exit paragraph
    end-if

    perform map-file-to-partner

    add 1 to sc-files(probe-idx, month-slot)

    if reg-status-word = "QUARANTINED"
        add 1 to sc-quar(probe-idx, month-slot)
    end-if

    if reg-bad(1:4) = "bad="
       and function test-numval(reg-bad(5:)) = 0
        compute sc-rejected(probe-idx, month-slot) =
            sc-rejected(probe-idx, month-slot)
            + function numval(reg-bad(5:))
    end-if

    if sc-due(probe-idx) <> spaces
       and function test-numval(sc-due(probe-idx)) = 0
       and function test-numval(reg-when(12:2)) = 0
       and function test-numval(reg-when(15:2)) = 0
        compute reg-hhmm = function numval(reg-when(12:2)) * 100
                         + function numval(reg-when(15:2))
        if reg-hhmm > function numval(sc-due(probe-idx))
            add 1 to sc-late(probe-idx, month-slot)
        else
            add 1 to sc-ontime(probe-idx, month-slot)
        end-if
    end-if

    if reg-pb(1:3) = "pb="
       and function test-numval(reg-pb(4:)) = 0
        compute reg-pb-no = function numval(reg-pb(4:))
        add 1 to sc-pb-seen(probe-idx, month-slot)
        if sc-pb-seen(probe-idx, month-slot) = 1
            move reg-pb-no to sc-pb-low(probe-idx, month-slot)
            move reg-pb-no to sc-pb-high(probe-idx, month-slot)
        end-if
        if reg-pb-no < sc-pb-low(probe-idx, month-slot)
            move reg-pb-no to sc-pb-low(probe-idx, month-slot)
        end-if
        if reg-pb-no > sc-pb-high(probe-idx, month-slot)
            move reg-pb-no to sc-pb-high(probe-idx, month-slot)
        end-if
    end-if.

map-file-to-partner.
    if fm-count >= MAX-FILE-MAP
        exit paragraph
    end-if

    add 1 to fm-count
    move reg-staging to fm-file(fm-count)
    move reg-partner to fm-partner(fm-count)

    if fm-count >= MAX-FILE-MAP
        exit paragraph
    end-if

    add 1 to fm-count
    move reg-file to fm-file(fm-count)
    move reg-partner to fm-partner(fm-count).

tally-qc-verdicts.
    open input qchist-file
    if qchist-status <> "00"
        exit paragraph
    end-if

    read qchist-file
    perform until qchist-status = "10"
        add 1 to records-scanned
        perform tally-one-qc-verdict
        read qchist-file
    end-perform

    close qchist-file.

tally-one-qc-verdict.
    move spaces to qh-date
    move spaces to qh-feed
    move spaces to qh-run
    move spaces to qh-flags
    move spaces to qh-verdict

    unstring qchist-record delimited by " | "
        into qh-date, qh-feed, qh-run, qh-flags, qh-verdict
    end-unstring

    if qh-verdict <> "OUT-OF-CONTROL"
        exit paragraph
    end-if

    move qh-date(1:7) to month-probe
    perform set-month-slot
    if month-slot = 0
        exit paragraph
    end-if

    move spaces to probe-partner
    perform varying fm-idx from 1 by 1 until fm-idx > fm-count
        if fm-file(fm-idx) = qh-feed
            move fm-partner(fm-idx) to probe-partner
            exit perform
        end-if
    end-perform

    if probe-partner = spaces
        perform varying sc-jdx from 1 by 1 until sc-jdx > sc-count
            if sc-partner(sc-jdx) = qh-feed
                move sc-partner(sc-jdx) to probe-partner
                exit perform
            end-if
        end-perform
    end-if

    if probe-partner = spaces
        exit paragraph
    end-if

    perform find-or-add-partner
    if probe-idx = 0
        exit paragraph
    end-if

    if sc-qc-last(probe-idx, month-slot) <> qh-date(1:10)
        add 1 to sc-qcout(probe-idx, month-slot)
        move qh-date(1:10) to sc-qc-last(probe-idx, month-slot)
    end-if.

tally-outbound-envelopes.
    open input translog-file
    if translog-status <> "00"
        exit paragraph
    end-if

    read translog-file
    perform until translog-status = "10"
        add 1 to records-scanned
        perform tally-one-envelope
        read translog-file
    end-perform

    close translog-file.

tally-one-envelope.
    move spaces to tl-feed
    move spaces to tl-date
    move spaces to tl-run
    move spaces to tl-count
    move spaces to tl-hash
    move spaces to tl-time
    move spaces to tl-file
    move spaces to tl-status
    move spaces to tl-attempt-x

    unstring translog-record delimited by " | "
        into tl-feed, tl-date, tl-run, tl-count, tl-hash,
             tl-time, tl-file, tl-status, tl-attempt-x
    end-unstring

    if tl-feed = spaces or tl-feed(1:4) = "ACK-"
        exit paragraph
    end-if

    move tl-date(1:7) to month-probe
    perform set-month-slot
    if month-slot = 0
        exit paragraph
    end-if

    move 0 to probe-idx
    perform varying sc-jdx from 1 by 1 until sc-jdx > sc-count
        if sc-feed-id(sc-jdx) = tl-feed
            move sc-jdx to probe-idx
            exit perform
        end-if
    end-perform

    if probe-idx = 0
        exit paragraph
    end-if

    move 1 to tl-attempt
    if tl-attempt-x(1:8) = "attempt="
       and function test-numval(tl-attempt-x(9:)) = 0
        compute tl-attempt = function numval(tl-attempt-x(9:))
    end-if

    if tl-attempt > 1
        compute sc-retrans(probe-idx, month-slot) =
            sc-retrans(probe-idx, month-slot) + tl-attempt - 1
    end-if

    if tl-status <> "ACKED"
        add 1 to sc-unacked(probe-idx, month-slot)
    end-if.

score-one-partner.
    perform varying month-slot from 1 by 1 until month-slot > 2
        perform score-one-partner-month
    end-perform.

score-one-partner-month.
    move 0 to sc-gaps(sc-idx, month-slot)
    if sc-pb-seen(sc-idx, month-slot) > 0
       and sc-pb-high(sc-idx, month-slot)
           - sc-pb-low(sc-idx, month-slot) + 1
           > sc-pb-seen(sc-idx, month-slot)
        compute sc-gaps(sc-idx, month-slot) =
            sc-pb-high(sc-idx, month-slot)
            - sc-pb-low(sc-idx, month-slot) + 1
            - sc-pb-seen(sc-idx, month-slot)
    end-if

    compute rej-points = sc-rejected(sc-idx, month-slot) / 10
    if rej-points > PENALTY-REJ-CAP
        move PENALTY-REJ-CAP to rej-points
    end-if

    compute sc-penalty(sc-idx, month-slot) =
        sc-late(sc-idx, month-slot) * PENALTY-LATE
        + sc-quar(sc-idx, month-slot) * PENALTY-QUAR
        + rej-points
        + sc-qcout(sc-idx, month-slot) * PENALTY-QC-OUT
        + sc-gaps(sc-idx, month-slot) * PENALTY-GAP
        + sc-retrans(sc-idx, month-slot) * PENALTY-RETRANS
        + sc-unacked(sc-idx, month-slot) * PENALTY-UNACKED

    if sc-penalty(sc-idx, month-slot) >= 100
        move 0 to sc-score(sc-idx, month-slot)
    else
        compute sc-score(sc-idx, month-slot) =
            100 - sc-penalty(sc-idx, month-slot)
    end-if.

rank-partners.
    perform varying sc-idx from 1 by 1 until sc-idx > sc-count
        move 1 to sc-rank(sc-idx)
        perform varying sc-jdx from 1 by 1 until sc-jdx > sc-count
            if sc-score(sc-jdx, 1) > sc-score(sc-idx, 1)
               or (sc-score(sc-jdx, 1) = sc-score(sc-idx, 1)
                   and sc-partner(sc-jdx) < sc-partner(sc-idx))
                add 1 to sc-rank(sc-idx)
            end-if
        end-perform
    end-perform.

write-scorecard-body.
    move spaces to report-file-record
    string "Month " score-month " compared with " prior-month
           " - 100 less penalty points per partner"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  penalties: late arrival 3, quarantined file 5,"
           " rejected records 1 per 10 (max 20),"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "             QC out-of-control day 3, batch gap 5,"
           " retransmission 2, unacknowledged envelope 4"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    move spaces to report-file-record
    string "RANK PARTNER      SCORE PRIOR TREND  FILES ONTIME"
           "  LATE  QUAR  REJ-RECS QC-OUT  GAPS  RETX UNACK"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying rank-pos from 1 by 1 until rank-pos > sc-count
        perform varying sc-idx from 1 by 1 until sc-idx > sc-count
            if sc-rank(sc-idx) = rank-pos
                perform write-one-scorecard-line
            end-if
        end-perform
    end-perform

    if sc-count = 0
        move "  no partner activity on file" to report-file-record
        perform write-detail-line
    end-if

    if partners-dropped > 0
        move spaces to report-file-record
        string "WARNING: " partners-dropped " partner(s) over the"
               " table limit were not scored"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

write-one-scorecard-line.
    add 1 to partners-scored
    move rank-pos to rank-disp

    if sc-files(sc-idx, 2) = 0 and sc-unacked(sc-idx, 2) = 0
       and sc-retrans(sc-idx, 2) = 0 and sc-qcout(sc-idx, 2) = 0
        move "  -  " to prior-score-text
        move "NEW" to trend-text
    else
        move spaces to prior-score-text
        move sc-score(sc-idx, 2) to prior-score-text(3:3)
        compute trend-delta = sc-score(sc-idx, 1)
                            - sc-score(sc-idx, 2)
        move trend-delta to trend-edit
        move spaces to trend-text
        evaluate true
            when trend-delta > 0
                string "UP " function trim(trend-edit)
                       delimited by size into trend-text
            when trend-delta < 0
                string "DN " function trim(trend-edit)
                       delimited by size into trend-text
            when other
                move "SAME" to trend-text
        end-evaluate
    end-if

    move spaces to report-file-record
    string " " rank-disp " " sc-partner(sc-idx)
           "   " sc-score(sc-idx, 1)
           " " prior-score-text " " trend-text
           sc-files(sc-idx, 1) "  " sc-ontime(sc-idx, 1)
           " " sc-late(sc-idx, 1)
           " " sc-quar(sc-idx, 1)
           "   " sc-rejected(sc-idx, 1)
           "  " sc-qcout(sc-idx, 1)
           " " sc-gaps(sc-idx, 1)
           " " sc-retrans(sc-idx, 1)
           " " sc-unacked(sc-idx, 1)
           delimited by size into report-file-record
    perform write-detail-line

    if sc-due(sc-idx) = spaces
        move spaces to report-file-record
        string "                  (no due time in the partner profile"
               " or EXPECT.TXT - on-time not measured)"
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
    string "Run summary: partners " partners-scored
           "  records scanned " records-scanned
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
    display "Usage: partner-scorecard -m <yyyy-mm> <report-file>"
    display "  scores every partner for the month from the gateway"
    display "  arrival register (ARRIVALS.TXT: on-time vs late"
    display "  against the partner's due time in PARTPROF.TXT or"
    display "  EXPECT.TXT, quarantined files, records rejected by the"
    display "  data-dictionary checks, partner batch-number gaps),"
    display "  the quality-control verdicts (QCHIST.TXT,"
    display "  out-of-control days), and the transmission log"
    display "  (TRANSLOG.TXT: retransmissions and unacknowledged"
    display "  envelopes for the partner's FEED id); partners are"
    display "  ranked on 100 less penalty points with the trend"
    display "  against the prior month; the report is written as the"
    display "  next generation <report-file>.gNNNN and catalogued in"
    display "  REPORTCAT.TXT for report-distributor"
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

parse-partprof-record.
    move spaces to pp-partner
    move spaces to pp-intake
    move spaces to pp-layout
    move spaces to pp-calendar
    move spaces to pp-due
    move spaces to pp-xlttab
    move spaces to pp-key-id
    move spaces to pp-feed-id
    move spaces to pp-ctl-policy
    move spaces to pp-ctl-amount
    move spaces to pp-delim
    move spaces to pp-quote
    move spaces to pp-header

    if partprof-record(1:1) = "*"
        exit paragraph
    end-if

    unstring partprof-record delimited by " | "
        into pp-partner, pp-intake, pp-layout, pp-calendar,
             pp-due, pp-xlttab, pp-key-id, pp-feed-id,
             pp-ctl-policy, pp-ctl-amount, pp-delim, pp-quote,
             pp-header
    end-unstring.

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
    move partners-scored to eh-records-count
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
