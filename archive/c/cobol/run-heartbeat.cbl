identification division.
program-id. run-heartbeat.

environment division.
input-output section.
file-control.
    select heartbeat-control assign to dynamic heartbeat-control-name
        organization is line sequential
        file status is heartbeat-control-status.

    select lock-file assign to dynamic lock-filename
        organization is line sequential
        file status is lock-status.

    select run-state-file assign to dynamic run-state-filename
        organization is line sequential
        file status is run-state-status.

    select checkpoint-file assign to dynamic checkpoint-filename
        organization is line sequential
        file status is checkpoint-file-status.

    select state-file assign to dynamic state-filename
        organization is line sequential
        file status is state-file-status.

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
fd  heartbeat-control.
01  heartbeat-control-record pic x(200).

fd  lock-file.
01  lock-file-record       pic x(120).

fd  run-state-file.
01  run-state-record       pic x(200).

fd  checkpoint-file.
    copy "checkpoint-fd.cpy".

fd  state-file.
01  state-file-record      pic x(120).

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
copy "checkpoint-ws.cpy".
copy "ctlparm-ws.cpy".
copy "alert-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

01 heartbeat-control-name   pic x(100).
01 heartbeat-control-status pic xx.
01 lock-filename            pic x(100).
01 lock-status              pic xx.
01 run-state-filename       pic x(100).
01 run-state-status         pic xx.
01 state-filename           pic x(100) value "HEARTBEAT.TXT".
01 state-file-status        pic xx.
01 report-filename          pic x(100).
01 report-file-status       pic xx.
01 route-report-name        pic x(100).
01 routing-filename         pic x(20).
01 name-work                pic x(100).

01 os-command        pic x(300).
01 sys-rc            pic s9(9) comp.
01 sys-rc-disp       pic z(8)9.

01 hb-tok-1          pic x(20).
01 hb-tok-2          pic x(100).
01 hb-tok-3          pic x(100).
01 hb-tok-4          pic x(20).
01 hb-ptr            binary-long.

01 MAX-HB-WINDOWS constant as 20.
01 hw-count          binary-long value 0.
01 hw-table.
   05 hw-entry       occurs 20 times.
      10 hw-window   pic x(8).
      10 hw-unit     pic x(8).
      10 hw-due      pic x(5).
      10 hw-due-secs pic 9(5).
      10 hw-stall-mins pic 9(4).
01 hw-idx            binary-long.

01 MAX-HB-CKPTS constant as 50.
01 hc-count          binary-long value 0.
01 hc-table.
   05 hc-entry       occurs 50 times.
      10 hc-window   pic x(8).
      10 hc-unit     pic x(8).
      10 hc-file     pic x(100).
01 hc-idx            binary-long.

01 lines-rejected    pic 9(5) value 0.
01 lines-dropped     pic 9(5) value 0.

01 MAX-HB-STATE constant as 50.
01 ps-count          binary-long value 0.
01 ps-table.
   05 ps-entry       occurs 1 to MAX-HB-STATE
                      depending on ps-count.
      10 ps-window   pic x(8).
      10 ps-unit     pic x(8).
      10 ps-run      pic x(10).
      10 ps-lines    pic 9(9).
      10 ps-ckpt     pic 9(11).
      10 ps-secs     pic 9(11).
01 ps-idx            binary-long.
01 ps-found-idx      binary-long.

01 ns-count          binary-long value 0.
01 ns-table.
   05 ns-entry       occurs 1 to MAX-HB-STATE
                      depending on ns-count.
      10 ns-window   pic x(8).
      10 ns-unit     pic x(8).
      10 ns-run      pic x(10).
      10 ns-lines    pic 9(9).
      10 ns-ckpt     pic 9(11).
      10 ns-secs     pic 9(11).
01 ns-idx            binary-long.

01 parse-1           pic x(20).
01 parse-2           pic x(20).
01 parse-3           pic x(20).
01 parse-4           pic x(20).
01 parse-5           pic x(20).
01 parse-6           pic x(20).
01 parse-7           pic x(20).

01 prev-check-flag   pic x value 'N'.
   88 prev-check-known value 'Y'.
01 prev-check-secs   pic 9(11) value 0.
01 prev-check-ts     pic x(20) value spaces.
01 prev-check-oper   pic x(20) value spaces.
01 gap-secs          pic s9(11).
01 gap-mins          pic 9(7).
01 gap-disp          pic z(6)9.
01 stale-mins        pic 9(4) value 30.
01 stale-disp        pic zzz9.
01 default-stall-mins pic 9(4) value 30.
01 check-ts          pic x(19).

01 now-stamp.
   05 now-date       pic 9(8).
   05 now-time       pic 9(8).
   05 now-time-fields redefines now-time.
      10 now-hh      pic 9(2).
      10 now-mi      pic 9(2).
      10 now-ss      pic 9(2).
      10 now-th      pic 9(2).
   05 now-zone       pic x(5).
01 now-secs          pic 9(9).
01 now-abs-secs      pic 9(11).
01 now-zone-mins     pic s9(5) value 0.
01 today-date-disp   pic x(10).

01 lock-record-held  pic x(120).
01 lock-word         pic x(10).
01 lock-date         pic x(10).
01 lock-time         pic x(10).
01 lock-run-tok      pic x(10).
01 lock-oper-tok     pic x(30).
01 lock-text         pic x(60).

01 rs-word           pic x(12).
01 rs-rc             pic x(10).
01 rs-step           pic x(30).
01 rs-started-date   pic x(10).
01 rs-run-tok        pic x(10).
01 rs-lines          pic 9(9).
01 rs-last-word      pic x(12).
01 rs-last-step      pic x(30).

01 ckpt-sum          pic 9(11).
01 ckpt-watched      pic 9(4).

01 win-started-flag  pic x value 'N'.
   88 run-started-today value 'Y'.
01 win-live-flag     pic x value 'N'.
   88 run-is-live    value 'Y'.
01 win-verdict       pic x(11).
01 win-run           pic x(4).
01 win-detail        pic x(60).
01 progress-secs     pic 9(11).
01 progress-local    pic 9(11).
01 progress-hh       pic 9(2).
01 progress-mi       pic 9(2).
01 idle-secs         pic s9(11).
01 idle-mins         pic 9(5).
01 idle-disp         pic zzzz9.
01 lines-disp        pic zzzz9.
01 ckpt-disp         pic z(10)9.
01 stall-disp        pic zzz9.

01 windows-checked   pic 9(5) value 0.
01 windows-running   pic 9(5) value 0.
01 windows-ended     pic 9(5) value 0.
01 windows-not-due   pic 9(5) value 0.
01 windows-missed    pic 9(5) value 0.
01 windows-stalled   pic 9(5) value 0.
01 alerts-raised     pic 9(5) value 0.
01 count-disp        pic zzzz9.

procedure division.

main.
    move "run-heartbeat" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform load-prior-state
    perform run-heartbeat-check
    perform save-current-state

    move heartbeat-control-name to audit-input-value
    move spaces to audit-result-value
    string "heartbeat: windows=" windows-checked
           " missed=" windows-missed
           " stalled=" windows-stalled
           " alerts=" alerts-raised
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

    if arg-val(1) <> "-h"
        perform show-usage
    end-if

    move arg-val(2) to heartbeat-control-name
    move arg-val(3) to report-filename

    if heartbeat-control-name = spaces or report-filename = spaces
        perform show-usage
    end-if.

load-prior-state.
    open input state-file
    if state-file-status <> "00"
        exit paragraph
    end-if

    read state-file
    perform until state-file-status = "10"
        if function trim(state-file-record) <> spaces
            perform load-one-state-record
        end-if
        read state-file
    end-perform

    close state-file.

load-one-state-record.
    move spaces to parse-1
    move spaces to parse-2
    move spaces to parse-3
    move spaces to parse-4
    move spaces to parse-5
    move spaces to parse-6
    move spaces to parse-7
    unstring state-file-record delimited by " | "
        into parse-1, parse-2, parse-3, parse-4,
             parse-5, parse-6, parse-7
    end-unstring

    if parse-1 = "LAST-CHECK"
        if function test-numval(parse-2) = 0
            compute prev-check-secs = function numval(parse-2)
            move parse-3 to prev-check-ts
            move parse-4 to prev-check-oper
            set prev-check-known to true
        end-if
        exit paragraph
    end-if

    if parse-1 <> "WINDOW" or ps-count >= MAX-HB-STATE
        exit paragraph
    end-if

    if function test-numval(parse-5) <> 0
       or function test-numval(parse-6) <> 0
       or function test-numval(parse-7) <> 0
        exit paragraph
    end-if

    add 1 to ps-count
    move parse-2 to ps-window(ps-count)
    move parse-3 to ps-unit(ps-count)
    move parse-4 to ps-run(ps-count)
    compute ps-lines(ps-count) = function numval(parse-5)
    compute ps-ckpt(ps-count) = function numval(parse-6)
    compute ps-secs(ps-count) = function numval(parse-7).

run-heartbeat-check.
    move function current-date to rsum-start-stamp
    move function current-date to now-stamp
    compute now-secs = now-hh * 3600 + now-mi * 60 + now-ss
    move now-zone to rsum-zone-probe
    perform convert-rsum-zone
    move rsum-zone-mins to now-zone-mins
    compute now-abs-secs =
        function integer-of-date(now-date) * 86400
        + now-secs - now-zone-mins * 60

    move spaces to today-date-disp
    string now-date(1:4) "-" now-date(5:2) "-" now-date(7:2)
           delimited by size into today-date-disp
    move spaces to check-ts
    string today-date-disp " " now-hh ":" now-mi ":" now-ss
           delimited by size into check-ts

    perform resolve-heartbeat-limits

    open input heartbeat-control
    if heartbeat-control-status <> "00"
        perform show-usage
    end-if

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "OVERNIGHT RUN HEARTBEAT" to rpt-program-title
    perform init-report-header

    read heartbeat-control
    perform until heartbeat-control-status = "10"
        perform load-one-control-line
        read heartbeat-control
    end-perform

    close heartbeat-control

    perform report-own-gap

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "WINDOW   UNIT     DUE    STATUS       RUN   LINES"
           "    CKPT-RECS   IDLE  DETAIL"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "-------- -------- -----  -----------  ----  -----"
           "  -----------  -----  ------"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying hw-idx from 1 by 1 until hw-idx > hw-count
        perform check-one-window
    end-perform

    if hw-count = 0
        move spaces to report-file-record
        string "  (no run windows in "
               function trim(heartbeat-control-name) ")"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    perform write-summary-section
    perform route-heartbeat-alerts
    perform write-run-summary-footer

    close report-file

    if hw-count = 0
        move 8 to return-code
    else
        if alerts-raised > 0 or lines-rejected > 0
           or lines-dropped > 0
            move 4 to return-code
        end-if
    end-if.

resolve-heartbeat-limits.
    move "HEARTBEAT-STALL-MINS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
       and function numval(ctlparm-lookup-value) >= 1
       and function numval(ctlparm-lookup-value) <= 1440
        compute default-stall-mins =
            function numval(ctlparm-lookup-value)
    end-if

    move "HEARTBEAT-STALE-MINS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
       and function numval(ctlparm-lookup-value) >= 1
       and function numval(ctlparm-lookup-value) <= 1440
        compute stale-mins =
            function numval(ctlparm-lookup-value)
    end-if.

load-one-control-line.
    if function trim(heartbeat-control-record) = spaces
        exit paragraph
    end-if

    if heartbeat-control-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to hb-tok-1
    move spaces to hb-tok-2
    move spaces to hb-tok-3
    move spaces to hb-tok-4
    move 1 to hb-ptr

    unstring heartbeat-control-record
        delimited by all space
        into hb-tok-1, hb-tok-2, hb-tok-3, hb-tok-4
        with pointer hb-ptr
    end-unstring

    if hb-tok-2 = "CKPT"
        perform load-checkpoint-line
    else
        perform load-window-line
    end-if.

load-window-line.
    if hb-tok-1 = spaces
       or hb-tok-2(3:1) <> ":"
       or hb-tok-2(1:2) is not numeric
       or hb-tok-2(4:2) is not numeric
       or hb-tok-2(6:1) <> space
       or hb-tok-2(1:2) > "23"
       or hb-tok-2(4:2) > "59"
        perform reject-control-line
        exit paragraph
    end-if

    if hb-tok-3 <> spaces and hb-tok-3 <> "-"
       and (function test-numval(hb-tok-3) <> 0
            or function numval(hb-tok-3) < 1
            or function numval(hb-tok-3) > 1440)
        perform reject-control-line
        exit paragraph
    end-if

    if hw-count >= MAX-HB-WINDOWS
        add 1 to lines-dropped
        exit paragraph
    end-if

    add 1 to hw-count
    move hb-tok-1 to hw-window(hw-count)
    move hb-tok-2(1:5) to hw-due(hw-count)
    compute hw-due-secs(hw-count) =
        function numval(hb-tok-2(1:2)) * 3600
        + function numval(hb-tok-2(4:2)) * 60
    move default-stall-mins to hw-stall-mins(hw-count)
    if hb-tok-3 <> spaces and hb-tok-3 <> "-"
        compute hw-stall-mins(hw-count) = function numval(hb-tok-3)
    end-if
    move hb-tok-4 to hw-unit(hw-count)
    if hb-tok-4 = spaces
        move "-" to hw-unit(hw-count)
    end-if.

load-checkpoint-line.
    if hb-tok-1 = spaces or hb-tok-3 = spaces
        perform reject-control-line
        exit paragraph
    end-if

    if hc-count >= MAX-HB-CKPTS
        add 1 to lines-dropped
        exit paragraph
    end-if

    add 1 to hc-count
    move hb-tok-1 to hc-window(hc-count)
    move hb-tok-3 to hc-file(hc-count)
    move hb-tok-4 to hc-unit(hc-count)
    if hb-tok-4 = spaces
        move "-" to hc-unit(hc-count)
    end-if.

reject-control-line.
    add 1 to lines-rejected
    move spaces to report-file-record
    string "REJECTED control line: "
           function trim(heartbeat-control-record)
           delimited by size into report-file-record
    perform write-detail-line.

report-own-gap.
    move stale-mins to stale-disp

    if not prev-check-known
        move spaces to report-file-record
        string "Previous heartbeat check: none recorded in "
               function trim(state-filename)
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    compute gap-secs = now-abs-secs - prev-check-secs
    if gap-secs < 0
        move 0 to gap-secs
    end-if
    compute gap-mins = gap-secs / 60
    move gap-mins to gap-disp

    move spaces to report-file-record
    string "Previous heartbeat check: " function trim(prev-check-ts)
           " by " function trim(prev-check-oper)
           " - " function trim(gap-disp) " min ago (limit "
           function trim(stale-disp) " min)"
           delimited by size into report-file-record
    perform write-detail-line

    if gap-mins <= stale-mins
        exit paragraph
    end-if

    move spaces to report-file-record
    string "WARNING: HBT101W heartbeat gap of "
           function trim(gap-disp)
           " min - the run was unwatched since "
           function trim(prev-check-ts)
           delimited by size into report-file-record
    perform write-detail-line

    move "WARN" to alert-severity
    move "HBT101W" to alert-msg-id
    move spaces to alert-message
    string "heartbeat gap of " function trim(gap-disp)
           " min exceeds HEARTBEAT-STALE-MINS "
           function trim(stale-disp)
           " - run unwatched since " function trim(prev-check-ts)
           delimited by size into alert-message
    perform raise-heartbeat-alert.

check-one-window.
    add 1 to windows-checked

    perform build-window-filenames
    perform read-window-lock
    perform read-window-run-state
    perform sum-window-checkpoints

    move "N" to win-started-flag
    if rs-started-date <> spaces
       and (rs-started-date = rpt-run-date-disp
            or rs-started-date = today-date-disp)
        set run-started-today to true
    end-if

    move "N" to win-live-flag
    if lock-word = "RUNNING" and rs-run-tok <> spaces
       and lock-run-tok = rs-run-tok
        set run-is-live to true
    end-if

    move spaces to win-run
    if rs-run-tok(1:4) = "run="
        move rs-run-tok(5:4) to win-run
    end-if
    move spaces to win-detail
    move 0 to idle-mins

    evaluate true
        when run-is-live
            perform judge-live-run
        when run-started-today
            perform report-ended-run
        when now-secs >= hw-due-secs(hw-idx)
            perform report-missed-start
        when other
            add 1 to windows-not-due
            move "NOT DUE" to win-verdict
            move spaces to win-run
            string "expected from " hw-due(hw-idx)
                   delimited by size into win-detail
    end-evaluate

    perform write-window-line.

build-window-filenames.
    if hw-unit(hw-idx) = "-"
        move "DISPATCH-LOCK.TXT" to lock-filename
        move "RUNSTATE.TXT" to run-state-filename
    else
        move spaces to lock-filename
        string "DISPATCH-LOCK." function trim(hw-unit(hw-idx)) ".TXT"
               delimited by size into lock-filename
        move spaces to run-state-filename
        string "RUNSTATE." function trim(hw-unit(hw-idx)) ".TXT"
               delimited by size into run-state-filename
    end-if

    if hw-window(hw-idx) <> "NIGHT"
        move run-state-filename to name-work
        move spaces to run-state-filename
        string function trim(name-work) "."
               function trim(hw-window(hw-idx))
               delimited by size into run-state-filename
    end-if.

read-window-lock.
    move spaces to lock-record-held
    move spaces to lock-word
    move spaces to lock-date
    move spaces to lock-time
    move spaces to lock-run-tok
    move spaces to lock-oper-tok

    open input lock-file
    if lock-status <> "00"
        exit paragraph
    end-if

    read lock-file
    if lock-status = "00"
        move lock-file-record to lock-record-held
    end-if
    close lock-file

    unstring lock-record-held delimited by all space
        into lock-word, lock-date, lock-time,
             lock-run-tok, lock-oper-tok
    end-unstring.

read-window-run-state.
    move spaces to rs-started-date
    move spaces to rs-run-tok
    move spaces to rs-last-word
    move spaces to rs-last-step
    move 0 to rs-lines

    open input run-state-file
    if run-state-status <> "00"
        exit paragraph
    end-if

    read run-state-file
    perform until run-state-status = "10"
        if function trim(run-state-record) <> spaces
            add 1 to rs-lines
            perform parse-run-state-line
        end-if
        read run-state-file
    end-perform

    close run-state-file.

parse-run-state-line.
    move spaces to rs-word
    move spaces to rs-rc
    move spaces to rs-step
    move spaces to parse-4
    unstring run-state-record delimited by " | "
        into rs-word, rs-rc, rs-step, parse-4
    end-unstring

    if rs-lines = 1 and rs-word = "STARTED"
        move rs-step to rs-started-date
        move parse-4 to rs-run-tok
        exit paragraph
    end-if

    move rs-word to rs-last-word
    move rs-step to rs-last-step.

sum-window-checkpoints.
    move 0 to ckpt-sum
    move 0 to ckpt-watched

    perform varying hc-idx from 1 by 1 until hc-idx > hc-count
        if hc-window(hc-idx) = hw-window(hw-idx)
           and hc-unit(hc-idx) = hw-unit(hw-idx)
            add 1 to ckpt-watched
            perform read-one-checkpoint
        end-if
    end-perform.

read-one-checkpoint.
    move spaces to checkpoint-filename
    string function trim(hc-file(hc-idx)) ".ckpt"
           delimited by size into checkpoint-filename

    open input checkpoint-file
    if checkpoint-file-status <> "00"
        exit paragraph
    end-if

    read checkpoint-file
    if checkpoint-file-status = "00"
       and checkpoint-file-record is numeric
        add checkpoint-file-record to ckpt-sum
    end-if

    close checkpoint-file.

judge-live-run.
    move 0 to ps-found-idx
    perform varying ps-idx from 1 by 1 until ps-idx > ps-count
        if ps-window(ps-idx) = hw-window(hw-idx)
           and ps-unit(ps-idx) = hw-unit(hw-idx)
            move ps-idx to ps-found-idx
            exit perform
        end-if
    end-perform

    move now-abs-secs to progress-secs
    if ps-found-idx > 0
        if ps-run(ps-found-idx) = rs-run-tok
           and ps-lines(ps-found-idx) = rs-lines
           and ps-ckpt(ps-found-idx) = ckpt-sum
            move ps-secs(ps-found-idx) to progress-secs
        end-if
    end-if

    compute idle-secs = now-abs-secs - progress-secs
    if idle-secs < 0
        move 0 to idle-secs
    end-if
    compute idle-mins = idle-secs / 60

    compute progress-local = progress-secs + now-zone-mins * 60
    compute progress-hh =
        function mod(progress-local, 86400) / 3600
    compute progress-mi =
        function mod(progress-local, 3600) / 60

    perform remember-window-sample

    if idle-mins < hw-stall-mins(hw-idx)
        add 1 to windows-running
        move "RUNNING" to win-verdict
        string "progress " progress-hh ":" progress-mi ", last "
               function trim(rs-last-word) " "
               function trim(rs-last-step)
               delimited by size into win-detail
        exit paragraph
    end-if

    add 1 to windows-stalled
    move "STALLED" to win-verdict
    move hw-stall-mins(hw-idx) to stall-disp
    string "HBT202S no progress since " progress-hh ":" progress-mi
           ", last " function trim(rs-last-word) " "
           function trim(rs-last-step)
           delimited by size into win-detail

    move "CRIT" to alert-severity
    move "HBT202S" to alert-msg-id
    move spaces to alert-message
    string "window " function trim(hw-window(hw-idx))
           " unit " function trim(hw-unit(hw-idx))
           " " function trim(rs-run-tok)
           " stalled: no progress since " progress-hh ":" progress-mi
           " (limit " function trim(stall-disp) " min), last "
           function trim(rs-last-word) " "
           function trim(rs-last-step)
           delimited by size into alert-message
    perform raise-heartbeat-alert.

remember-window-sample.
    if ns-count >= MAX-HB-STATE
        exit paragraph
    end-if
    add 1 to ns-count
    move hw-window(hw-idx) to ns-window(ns-count)
    move hw-unit(hw-idx) to ns-unit(ns-count)
    move rs-run-tok to ns-run(ns-count)
    move rs-lines to ns-lines(ns-count)
    move ckpt-sum to ns-ckpt(ns-count)
    move progress-secs to ns-secs(ns-count).

report-ended-run.
    add 1 to windows-ended
    move "ENDED" to win-verdict
    string "started " function trim(rs-started-date) ", last "
           function trim(rs-last-word) " "
           function trim(rs-last-step)
           delimited by size into win-detail.

report-missed-start.
    add 1 to windows-missed
    move "NOT STARTED" to win-verdict
    move spaces to win-run

    move spaces to lock-text
    evaluate lock-word
        when "RUNNING"
            string "lock RUNNING " function trim(lock-run-tok)
                   " since " lock-date " " lock-time
                   delimited by size into lock-text
        when "ENDED"
            string "lock ENDED " function trim(lock-run-tok)
                   " at " lock-date " " lock-time
                   delimited by size into lock-text
        when other
            move "no run lock" to lock-text
    end-evaluate

    string "HBT201S " function trim(lock-text)
           delimited by size into win-detail

    move "CRIT" to alert-severity
    move "HBT201S" to alert-msg-id
    move spaces to alert-message
    string "window " function trim(hw-window(hw-idx))
           " unit " function trim(hw-unit(hw-idx))
           " not started (due " hw-due(hw-idx) " for "
           rpt-run-date-disp "): " function trim(lock-text)
           delimited by size into alert-message
    perform raise-heartbeat-alert.

raise-heartbeat-alert.
    perform write-alert-entry
    add 1 to alerts-raised.

write-window-line.
    move rs-lines to lines-disp
    move ckpt-sum to ckpt-disp
    move idle-mins to idle-disp

    move spaces to report-file-record
    string hw-window(hw-idx) " " hw-unit(hw-idx) " "
           hw-due(hw-idx) "  " win-verdict "  " win-run "  "
           lines-disp "  " ckpt-disp "  " idle-disp "  "
           function trim(win-detail)
           delimited by size into report-file-record
    perform write-detail-line.

write-summary-section.
    move spaces to report-file-record
    perform write-detail-line

    move windows-checked to count-disp
    move spaces to report-file-record
    string "Windows checked ............. " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move windows-running to count-disp
    move spaces to report-file-record
    string "  running with progress ..... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move windows-ended to count-disp
    move spaces to report-file-record
    string "  ended ..................... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move windows-not-due to count-disp
    move spaces to report-file-record
    string "  not yet due ............... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move windows-missed to count-disp
    move spaces to report-file-record
    string "  NOT STARTED ............... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move windows-stalled to count-disp
    move spaces to report-file-record
    string "  STALLED ................... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    if lines-rejected > 0
        move lines-rejected to count-disp
        move spaces to report-file-record
        string "WARNING: " function trim(count-disp)
               " control line(s) rejected"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    if lines-dropped > 0
        move lines-dropped to count-disp
        move spaces to report-file-record
        string "WARNING: " function trim(count-disp)
               " control line(s) beyond the table limit ignored"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

route-heartbeat-alerts.
    if alerts-raised = 0
        exit paragraph
    end-if

    move alerts-raised to count-disp
    move spaces to report-file-record
    perform write-detail-line

    move "HEARTBEAT-ROUTING" to ctlparm-lookup-id
    perform find-control-param

    if not ctlparm-was-found or ctlparm-lookup-value = spaces
        move spaces to report-file-record
        string "Alerts raised: " function trim(count-disp)
               " - left in " function trim(alert-filename)
               " for the next alert-router pass"
               " (HEARTBEAT-ROUTING not set)"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move ctlparm-lookup-value to routing-filename
    move spaces to route-report-name
    string function trim(report-filename) ".ROUTE"
           delimited by size into route-report-name

    move spaces to os-command
    string "./alert-router -r " function trim(routing-filename)
           " " function trim(route-report-name)
           delimited by size into os-command
    call "SYSTEM" using os-command
    move return-code to sys-rc
    move 0 to return-code
    if sys-rc >= 256 and function mod(sys-rc, 256) = 0
        compute sys-rc = sys-rc / 256
    end-if
    move sys-rc to sys-rc-disp

    move spaces to report-file-record
    string "Alerts raised: " function trim(count-disp)
           " - routed now by alert-router -r "
           function trim(routing-filename)
           " RC " function trim(sys-rc-disp)
           " (see " function trim(route-report-name) ")"
           delimited by size into report-file-record
    perform write-detail-line.

save-current-state.
    open output state-file
    if state-file-status <> "00"
        display "WARNING: heartbeat state " function trim(state-filename)
                " not written - status " state-file-status
        exit paragraph
    end-if

    move spaces to state-file-record
    string "LAST-CHECK | " now-abs-secs " | " check-ts
           " | " function trim(audit-operator-id)
           delimited by size into state-file-record
    write state-file-record

    perform varying ns-idx from 1 by 1 until ns-idx > ns-count
        move spaces to state-file-record
        string "WINDOW | " function trim(ns-window(ns-idx))
               " | " function trim(ns-unit(ns-idx))
               " | " function trim(ns-run(ns-idx))
               " | " ns-lines(ns-idx)
               " | " ns-ckpt(ns-idx)
               " | " ns-secs(ns-idx)
               delimited by size into state-file-record
        write state-file-record
    end-perform

    close state-file.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Run summary: windows checked " windows-checked
           "  alerts " alerts-raised
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
    display "Usage: run-heartbeat -h <heartbeat-control-file> <report-file>"
    display "  heartbeat control file: one line per dispatcher run"
    display "  window, ""<window> <expected-start hh:mm> [<stall-mins>"
    display "  |-] [<unit>|-]"" (NIGHT, MORNING, MIDDAY), and any"
    display "  number of ""<window> CKPT <input-file> [<unit>]"" lines"
    display "  naming step inputs whose <input-file>.ckpt counts as"
    display "  progress; * starts a comment"
    display "  for each window the run lock (DISPATCH-LOCK) and run"
    display "  state (RUNSTATE, qualified by unit and window as"
    display "  batch-dispatcher names them) are read: a window past"
    display "  its expected start with no run for the business or"
    display "  calendar date raises CRIT alert HBT201S (the lock left"
    display "  behind is described); a live run whose RUNSTATE lines"
    display "  and checkpoint counts have not moved for the stall"
    display "  minutes (HEARTBEAT-STALL-MINS in CTLPARM.TXT, default"
    display "  30) raises CRIT alert HBT202S"
    display "  samples and the time of each check are kept in"
    display "  HEARTBEAT.TXT; a gap since the previous check beyond"
    display "  HEARTBEAT-STALE-MINS (default 30) raises WARN alert"
    display "  HBT101W, and batch-dispatcher warns (BDS111W) when it"
    display "  starts a run that no heartbeat is watching"
    display "  alerts are routed at once by alert-router when"
    display "  HEARTBEAT-ROUTING names its routing control file"
    display "  (report <report-file>.ROUTE); RC 4 when any alert"
    display "  was raised, RC 8 with no windows to check"
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
    move windows-checked to eh-records-count
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
