identification division.
program-id. run-critical-path.

environment division.
input-output section.
file-control.
    select run-state-file assign to dynamic run-state-filename
        organization is line sequential
        file status is run-state-status.

    select steptime-file assign to dynamic steptime-filename
        organization is line sequential
        file status is steptime-status.

    select stepdeps-file assign to dynamic stepdeps-filename
        organization is line sequential
        file status is stepdeps-status.

    select plan-extract-file assign to dynamic plan-extract-filename
        organization is line sequential
        file status is plan-extract-status.

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
fd  run-state-file.
01  run-state-record  pic x(250).

fd  steptime-file.
01  steptime-record   pic x(160).

fd  stepdeps-file.
01  stepdeps-record   pic x(1400).

fd  plan-extract-file.
01  plan-extract-record pic x(200).

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
copy "report-header-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 run-state-filename   pic x(100) value "RUNSTATE.TXT".
01 run-state-status     pic xx.
01 steptime-filename    pic x(100) value "STEPTIME.TXT".
01 steptime-status      pic xx.
01 stepdeps-filename    pic x(100) value "STEPDEPS.TXT".
01 stepdeps-status      pic xx.
01 plan-extract-filename pic x(100) value spaces.
01 plan-extract-status  pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 control-filename     pic x(100) value spaces.
01 planner-report-name  pic x(110).
01 qualify-hold         pic x(100).
01 os-command           pic x(400).

01 plan-source          pic x value space.
   88 plan-none         value space.
   88 plan-from-extract value 'X'.
   88 plan-from-control value 'C'.
01 plan-loaded-flag     pic x value 'N'.
   88 plan-loaded       value 'Y'.

01 target-run-x      pic x(10).
01 target-run        pic 9(4).
01 state-run         pic 9(4).
01 state-run-found   pic x value 'N'.
01 timed-run         pic 9(4).
01 timed-run-found   pic x value 'N'.
01 timed-run-date    pic x(10).
01 timed-run-clock   pic x(8).

01 rs-word           pic x(10).
01 rs-rc             pic x(12).
01 rs-name           pic x(30).
01 rs-program        pic x(30).
01 rs-params         pic x(168).

01 tr-name           pic x(30).
01 tr-program        pic x(30).
01 tr-unit           pic x(10).
01 tr-mode           pic x(10).
01 tr-ready          pic x(10).
01 tr-start          pic x(10).
01 tr-end            pic x(10).
01 tr-rc             pic x(12).
01 tr-hold           pic x(10).
01 tr-lock           pic x(10).
01 tr-serial         pic x(10).
01 tr-parlim         pic x(10).

01 sd-run            pic x(10).
01 sd-name           pic x(30).
01 sd-program        pic x(30).
01 sd-after          pic x(720).
01 sd-datasets       pic x(610).

01 MAX-PATH-STEPS constant as 500.
01 cp-count          binary-long value 0.
01 cp-table.
   05 cp-entry       occurs 1 to MAX-PATH-STEPS
                      depending on cp-count.
      10 cp-name     pic x(30).
      10 cp-program  pic x(30).
      10 cp-unit     pic 9(5).
      10 cp-mode     pic x(3).
      10 cp-ready    pic 9(7).
      10 cp-start    pic 9(7).
      10 cp-end      pic 9(7).
      10 cp-rc       pic x(10).
      10 cp-outcome  pic x(10).
      10 cp-hold     pic 9(7).
      10 cp-lock     pic 9(7).
      10 cp-serial   pic 9(7).
      10 cp-parlim   pic 9(7).
      10 cp-queued   pic 9(7).
      10 cp-slack    pic 9(7).
      10 cp-after    pic x(720).
      10 cp-driver   binary-long.
      10 cp-crit-flag pic x.
      10 cp-plan-idx binary-long.
01 cp-idx            binary-long.
01 cp-scan           binary-long.
01 cp-waited         pic 9(7).

01 MAX-UNITS constant as 500.
01 unit-count        binary-long value 0.
01 ut-table.
   05 ut-entry       occurs 500 times.
      10 ut-last-idx binary-long.
      10 ut-max-end  pic 9(7).
01 ut-idx            binary-long.

01 run-first-start   pic 9(7) value 0.
01 run-last-end      pic 9(7) value 0.
01 run-elapsed       pic 9(7) value 0.

01 crit-count        binary-long value 0.
01 crit-chain        binary-long occurs 500 times.
01 crit-walk         binary-long.
01 crit-secs         pic 9(7) value 0.
01 link-word         pic x(14).
01 pred-name         pic x(30).
01 pred-ptr          binary-long.
01 declared-flag     pic x.
   88 link-is-declared value 'Y'.

01 lost-hold         pic 9(9) value 0.
01 lost-lock         pic 9(9) value 0.
01 lost-serial       pic 9(9) value 0.
01 lost-parlim       pic 9(9) value 0.
01 lost-queued       pic 9(9) value 0.
01 crit-hold         pic 9(9) value 0.
01 crit-lock         pic 9(9) value 0.
01 crit-serial       pic 9(9) value 0.
01 crit-parlim       pic 9(9) value 0.
01 crit-queued       pic 9(9) value 0.
01 hit-hold          pic 9(5) value 0.
01 hit-lock          pic 9(5) value 0.
01 hit-serial        pic 9(5) value 0.
01 hit-parlim        pic 9(5) value 0.
01 hit-queued        pic 9(5) value 0.
01 lost-word         pic x(24).
01 lost-all          pic 9(9).
01 lost-crit         pic 9(9).
01 lost-hits         pic 9(5).

01 pl-control        pic x(100).
01 pl-date           pic x(10).
01 pl-max-parallel   pic x(4).
01 pf-name           pic x(30).
01 pf-program        pic x(30).
01 pf-est            pic x(12).
01 pf-start          pic x(12).
01 pf-end            pic x(12).
01 pf-par            pic x(2).
01 pf-crit           pic x(2).
01 pf-extra          pic x(20).

01 MAX-PLAN-STEPS constant as 500.
01 pl-count          binary-long value 0.
01 pl-table.
   05 pl-entry       occurs 1 to MAX-PLAN-STEPS
                      depending on pl-count.
      10 pl-name     pic x(30).
      10 pl-program  pic x(30).
      10 pl-est      pic 9(9).
      10 pl-start    pic 9(9).
      10 pl-end      pic 9(9).
      10 pl-par      pic x.
      10 pl-crit     pic x.
      10 pl-matched  pic x.
01 pl-idx            binary-long.
01 pl-run-secs       pic 9(9) value 0.

01 PLAN-TOLERANCE-PCT constant as 25.
01 PLAN-TOLERANCE-SECS constant as 10.
01 cmp-actual        pic 9(7).
01 cmp-actual-start  pic 9(7).
01 cmp-diff          pic s9(9).
01 cmp-start-diff    pic s9(9).
01 cmp-limit         pic 9(9).
01 cmp-note          pic x(40).
01 cmp-ptr           binary-long.
01 plan-wrong-count  pic 9(5) value 0.
01 plan-unplanned    pic 9(5) value 0.
01 plan-not-run      pic 9(5) value 0.

01 secs-disp         pic z(6)9.
01 secs-disp-2       pic z(6)9.
01 secs-disp-3       pic z(6)9.
01 unit-disp         pic z(4)9.
01 diff-disp         pic -(7)9.
01 diff-disp-2       pic -(7)9.
01 count-disp        pic z(4)9.
01 count-disp-2      pic z(4)9.
01 col-ready         pic z(6)9.
01 col-start         pic z(6)9.
01 col-end           pic z(6)9.
01 col-elapsed       pic z(6)9.
01 col-hold          pic z(6)9.
01 col-lock          pic z(6)9.
01 col-serial        pic z(6)9.
01 col-parlim        pic z(6)9.
01 col-queued        pic z(6)9.
01 col-slack         pic z(6)9.
01 col-mark          pic x(2).

procedure division.

main.
    move "run-critical-path" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform load-step-timings
    perform load-run-state
    perform verify-analysed-run
    perform load-step-declarations
    perform find-unit-finishers
    perform measure-step-slack
    perform trace-critical-path
    perform total-lost-time
    if not plan-none
        perform obtain-plan-prediction
    end-if
    if plan-loaded
        perform match-plan-steps
    end-if
    perform write-analysis-report
    move spaces to audit-input-value
    string "run " target-run
           delimited by size into audit-input-value
    move spaces to audit-result-value
    move crit-count to count-disp
    move crit-secs to secs-disp
    string "critical path: steps=" function trim(count-disp)
           " secs=" function trim(secs-disp)
           " plan-wrong=" plan-wrong-count
           delimited by size into audit-result-value
    perform log-audit-entry
    if plan-wrong-count > 0
       or (not plan-none and not plan-loaded)
        move 4 to return-code
    end-if
    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 2 and argc <> 4
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    move arg-val(1) to target-run-x

    if argc = 2
        move arg-val(2) to report-filename
    else
        evaluate arg-val(2)
            when "-p"
                set plan-from-extract to true
                move arg-val(3) to plan-extract-filename
            when "-c"
                set plan-from-control to true
                move arg-val(3) to control-filename
            when other
                perform show-usage
        end-evaluate
        if arg-val(3) = spaces
            perform show-usage
        end-if
        move arg-val(4) to report-filename
    end-if

    if function test-numval(target-run-x) <> 0
       or report-filename = spaces
        perform show-usage
    end-if

    compute target-run = function numval(target-run-x)

    perform resolve-audit-unit
    if audit-unit-id <> "-" and audit-unit-id <> spaces
        move spaces to run-state-filename
        string "RUNSTATE." function trim(audit-unit-id) ".TXT"
               delimited by size into run-state-filename
        move spaces to steptime-filename
        string "STEPTIME." function trim(audit-unit-id) ".TXT"
               delimited by size into steptime-filename
    end-if

    perform resolve-audit-window
    if audit-window-id <> "-" and audit-window-id <> "NIGHT"
        move run-state-filename to qualify-hold
        move spaces to run-state-filename
        string function trim(qualify-hold) "."
               function trim(audit-window-id)
               delimited by size into run-state-filename
        move steptime-filename to qualify-hold
        move spaces to steptime-filename
        string function trim(qualify-hold) "."
               function trim(audit-window-id)
               delimited by size into steptime-filename
    end-if.

load-step-timings.
    open input steptime-file
    if steptime-status <> "00"
        display "No step timing journal on file ("
                function trim(steptime-filename)
                ") - batch-dispatcher writes it each run"
        move 16 to return-code
        stop run
    end-if

    read steptime-file
    perform until steptime-status = "10"
        perform load-one-timing-record
        read steptime-file
    end-perform

    close steptime-file.

load-one-timing-record.
    if function trim(steptime-record) = spaces
        exit paragraph
    end-if

    move spaces to tr-name
    move spaces to tr-program
    move spaces to tr-unit
    move spaces to tr-mode
    move spaces to tr-ready
    move spaces to tr-start
    move spaces to tr-end
    move spaces to tr-rc
    move spaces to tr-hold
    move spaces to tr-lock
    move spaces to tr-serial
    move spaces to tr-parlim

    unstring steptime-record delimited by " | "
        into tr-name, tr-program, tr-unit, tr-mode, tr-ready,
             tr-start, tr-end, tr-rc, tr-hold, tr-lock,
             tr-serial, tr-parlim
    end-unstring

    if tr-name(1:7) = "STARTED"
        if tr-program(1:4) = "run="
           and function test-numval(tr-program(5:4)) = 0
            compute timed-run = function numval(tr-program(5:4))
            move "Y" to timed-run-found
            move tr-unit to timed-run-date
            move tr-mode(1:8) to timed-run-clock
        end-if
        exit paragraph
    end-if

    if function test-numval(tr-unit) <> 0
       or function test-numval(tr-ready) <> 0
       or function test-numval(tr-start) <> 0
       or function test-numval(tr-end) <> 0
        exit paragraph
    end-if

    if cp-count >= MAX-PATH-STEPS
        exit paragraph
    end-if

    add 1 to cp-count
    move tr-name to cp-name(cp-count)
    move tr-program to cp-program(cp-count)
    compute cp-unit(cp-count) = function numval(tr-unit)
    move tr-mode(1:3) to cp-mode(cp-count)
    compute cp-ready(cp-count) = function numval(tr-ready)
    compute cp-start(cp-count) = function numval(tr-start)
    compute cp-end(cp-count) = function numval(tr-end)
    move tr-rc to cp-rc(cp-count)
    move 0 to cp-hold(cp-count)
    move 0 to cp-lock(cp-count)
    move 0 to cp-serial(cp-count)
    move 0 to cp-parlim(cp-count)
    if function test-numval(tr-hold) = 0
        compute cp-hold(cp-count) = function numval(tr-hold)
    end-if
    if function test-numval(tr-lock) = 0
        compute cp-lock(cp-count) = function numval(tr-lock)
    end-if
    if function test-numval(tr-serial) = 0
        compute cp-serial(cp-count) = function numval(tr-serial)
    end-if
    if function test-numval(tr-parlim) = 0
        compute cp-parlim(cp-count) = function numval(tr-parlim)
    end-if
    move spaces to cp-outcome(cp-count)
    move 0 to cp-queued(cp-count)
    move 0 to cp-slack(cp-count)
    move spaces to cp-after(cp-count)
    move 0 to cp-driver(cp-count)
    move "N" to cp-crit-flag(cp-count)
    move 0 to cp-plan-idx(cp-count).

load-run-state.
    open input run-state-file
    if run-state-status <> "00"
        display "No dispatcher run state on file ("
                function trim(run-state-filename) ")"
        move 16 to return-code
        stop run
    end-if

    read run-state-file
    perform until run-state-status = "10"
        perform load-one-state-record
        read run-state-file
    end-perform

    close run-state-file.

load-one-state-record.
    if function trim(run-state-record) = spaces
        exit paragraph
    end-if

    move spaces to rs-word
    move spaces to rs-rc
    move spaces to rs-name
    move spaces to rs-program
    move spaces to rs-params

    unstring run-state-record delimited by " | "
        into rs-word, rs-rc, rs-name, rs-program, rs-params
    end-unstring

    if rs-word(1:7) = "STARTED"
        if rs-program(1:4) = "run="
           and function test-numval(rs-program(5:4)) = 0
            compute state-run = function numval(rs-program(5:4))
            move "Y" to state-run-found
        end-if
        exit paragraph
    end-if

    if rs-word <> "DONE" and rs-word <> "TIMEOUT"
        exit paragraph
    end-if

    perform varying cp-scan from 1 by 1 until cp-scan > cp-count
        if cp-name(cp-scan) = rs-name
           and cp-outcome(cp-scan) = spaces
            move rs-word to cp-outcome(cp-scan)
            exit perform
        end-if
    end-perform.

verify-analysed-run.
    if state-run-found <> "Y"
        display "REFUSED: " function trim(run-state-filename)
                " carries no run header - cannot prove it holds"
                " run " target-run
        move 16 to return-code
        stop run
    end-if

    if state-run <> target-run
        display "REFUSED: " function trim(run-state-filename)
                " holds run " state-run
                ", not the requested run " target-run
                " - the dispatcher rewrites the run state each"
                " run, so only the latest run can be analysed"
        move 16 to return-code
        stop run
    end-if

    if timed-run-found <> "Y" or timed-run <> target-run
        display "REFUSED: " function trim(steptime-filename)
                " does not hold the step timings of run " target-run
                " - the run predates timing capture"
        move 16 to return-code
        stop run
    end-if.

load-step-declarations.
    open input stepdeps-file
    if stepdeps-status <> "00"
        exit paragraph
    end-if

    read stepdeps-file
    perform until stepdeps-status = "10"
        perform load-one-declaration
        read stepdeps-file
    end-perform

    close stepdeps-file.

load-one-declaration.
    if function trim(stepdeps-record) = spaces
        exit paragraph
    end-if

    move spaces to sd-run
    move spaces to sd-name
    move spaces to sd-program
    move spaces to sd-after
    move spaces to sd-datasets

    unstring stepdeps-record delimited by " | "
        into sd-run, sd-name, sd-program, sd-after, sd-datasets
    end-unstring

    if sd-run(1:4) <> "run="
       or function test-numval(sd-run(5:4)) <> 0
        exit paragraph
    end-if
    if function numval(sd-run(5:4)) <> target-run
        exit paragraph
    end-if

    if sd-after = "-"
        move spaces to sd-after
    end-if

    perform varying cp-scan from 1 by 1 until cp-scan > cp-count
        if cp-name(cp-scan) = sd-name
            move sd-after to cp-after(cp-scan)
        end-if
    end-perform.

find-unit-finishers.
    move 0 to unit-count
    perform varying ut-idx from 1 by 1 until ut-idx > MAX-UNITS
        move 0 to ut-last-idx(ut-idx)
        move 0 to ut-max-end(ut-idx)
    end-perform

    move 0 to run-first-start
    move 0 to run-last-end

    perform varying cp-idx from 1 by 1 until cp-idx > cp-count
        if cp-idx = 1 or cp-start(cp-idx) < run-first-start
            move cp-start(cp-idx) to run-first-start
        end-if
        if cp-end(cp-idx) > run-last-end
            move cp-end(cp-idx) to run-last-end
        end-if

        move 0 to cp-waited
        if cp-start(cp-idx) > cp-ready(cp-idx)
            compute cp-waited = cp-start(cp-idx) - cp-ready(cp-idx)
        end-if
        if cp-waited > cp-hold(cp-idx) + cp-lock(cp-idx)
                       + cp-serial(cp-idx) + cp-parlim(cp-idx)
            compute cp-queued(cp-idx) = cp-waited
                - cp-hold(cp-idx) - cp-lock(cp-idx)
                - cp-serial(cp-idx) - cp-parlim(cp-idx)
        end-if

        move cp-unit(cp-idx) to ut-idx
        if ut-idx >= 1 and ut-idx <= MAX-UNITS
            if ut-idx > unit-count
                move ut-idx to unit-count
            end-if
            if ut-last-idx(ut-idx) = 0
               or cp-end(cp-idx) >= ut-max-end(ut-idx)
                move cp-idx to ut-last-idx(ut-idx)
                move cp-end(cp-idx) to ut-max-end(ut-idx)
            end-if
        end-if
    end-perform

    move 0 to run-elapsed
    if run-last-end > run-first-start
        compute run-elapsed = run-last-end - run-first-start
    end-if.

measure-step-slack.
    perform varying cp-idx from 1 by 1 until cp-idx > cp-count
        move 0 to cp-slack(cp-idx)
        move cp-unit(cp-idx) to ut-idx
        if ut-idx >= 1 and ut-idx <= MAX-UNITS
            if ut-max-end(ut-idx) > cp-end(cp-idx)
                compute cp-slack(cp-idx) =
                    ut-max-end(ut-idx) - cp-end(cp-idx)
            end-if
        end-if
    end-perform.

trace-critical-path.
    move 0 to crit-count
    move 0 to crit-secs

    move unit-count to ut-idx
    perform until ut-idx < 1 or crit-count >= MAX-PATH-STEPS
        if ut-last-idx(ut-idx) > 0
            move ut-last-idx(ut-idx) to cp-idx
            add 1 to crit-count
            move cp-idx to crit-chain(crit-count)
            move "Y" to cp-crit-flag(cp-idx)
            compute crit-secs = crit-secs
                + cp-end(cp-idx) - cp-start(cp-idx)
        end-if
        subtract 1 from ut-idx
    end-perform

    perform varying crit-walk from 1 by 1
            until crit-walk >= crit-count
        move crit-chain(crit-walk) to cp-idx
        move crit-chain(crit-walk + 1) to cp-driver(cp-idx)
    end-perform.

total-lost-time.
    perform varying cp-idx from 1 by 1 until cp-idx > cp-count
        add cp-hold(cp-idx) to lost-hold
        add cp-lock(cp-idx) to lost-lock
        add cp-serial(cp-idx) to lost-serial
        add cp-parlim(cp-idx) to lost-parlim
        add cp-queued(cp-idx) to lost-queued
        if cp-hold(cp-idx) > 0
            add 1 to hit-hold
        end-if
        if cp-lock(cp-idx) > 0
            add 1 to hit-lock
        end-if
        if cp-serial(cp-idx) > 0
            add 1 to hit-serial
        end-if
        if cp-parlim(cp-idx) > 0
            add 1 to hit-parlim
        end-if
        if cp-queued(cp-idx) > 0
            add 1 to hit-queued
        end-if
        if cp-crit-flag(cp-idx) = "Y"
            add cp-hold(cp-idx) to crit-hold
            add cp-lock(cp-idx) to crit-lock
            add cp-serial(cp-idx) to crit-serial
            add cp-parlim(cp-idx) to crit-parlim
            add cp-queued(cp-idx) to crit-queued
        end-if
    end-perform.

obtain-plan-prediction.
    if plan-from-control
        move spaces to plan-extract-filename
        string function trim(report-filename) ".plan"
               delimited by size into plan-extract-filename
        move spaces to planner-report-name
        string function trim(report-filename) ".planrpt"
               delimited by size into planner-report-name
        call "CBL_DELETE_FILE" using plan-extract-filename
        move spaces to os-command
        string "./batch-planner -c "
               function trim(control-filename) " "
               function trim(planner-report-name) " -x "
               function trim(plan-extract-filename)
               delimited by size into os-command
        call "SYSTEM" using os-command
        move 0 to return-code
    end-if

    open input plan-extract-file
    if plan-extract-status <> "00"
        display "RCP102W planner prediction unavailable ("
                function trim(plan-extract-filename)
                ") - plan comparison skipped"
        exit paragraph
    end-if

    read plan-extract-file
    perform until plan-extract-status = "10"
        perform load-one-plan-record
        read plan-extract-file
    end-perform

    close plan-extract-file

    if pl-count > 0
        set plan-loaded to true
    else
        display "RCP102W planner prediction unavailable ("
                function trim(plan-extract-filename)
                " holds no steps) - plan comparison skipped"
    end-if.

load-one-plan-record.
    if function trim(plan-extract-record) = spaces
        exit paragraph
    end-if

    if plan-extract-record(1:7) = "PLAN | "
        move spaces to pl-control
        move spaces to pl-date
        move spaces to pl-max-parallel
        unstring plan-extract-record delimited by " | "
            into pf-name, pl-control, pl-date, pf-est,
                 pl-max-parallel
        end-unstring
        exit paragraph
    end-if

    move spaces to pf-name
    move spaces to pf-program
    move spaces to pf-est
    move spaces to pf-start
    move spaces to pf-end
    move spaces to pf-par
    move spaces to pf-crit

    unstring plan-extract-record delimited by " | "
        into pf-name, pf-program, pf-est, pf-start, pf-end,
             pf-par, pf-crit
    end-unstring

    if pf-name = spaces
       or function test-numval(pf-est) <> 0
       or function test-numval(pf-start) <> 0
       or function test-numval(pf-end) <> 0
        exit paragraph
    end-if

    if pl-count >= MAX-PLAN-STEPS
        exit paragraph
    end-if

    add 1 to pl-count
    move pf-name to pl-name(pl-count)
    move pf-program to pl-program(pl-count)
    compute pl-est(pl-count) = function numval(pf-est)
    compute pl-start(pl-count) = function numval(pf-start)
    compute pl-end(pl-count) = function numval(pf-end)
    move pf-par(1:1) to pl-par(pl-count)
    move pf-crit(1:1) to pl-crit(pl-count)
    move "N" to pl-matched(pl-count)
    if pl-end(pl-count) > pl-run-secs
        move pl-end(pl-count) to pl-run-secs
    end-if.

match-plan-steps.
    perform varying cp-idx from 1 by 1 until cp-idx > cp-count
        perform varying pl-idx from 1 by 1 until pl-idx > pl-count
            if pl-name(pl-idx) = cp-name(cp-idx)
               and pl-matched(pl-idx) = "N"
                move "Y" to pl-matched(pl-idx)
                move pl-idx to cp-plan-idx(cp-idx)
                exit perform
            end-if
        end-perform
    end-perform.

write-analysis-report.
    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "RUN CRITICAL PATH ANALYSIS" to rpt-program-title
    perform init-report-header

    move cp-count to count-disp
    move unit-count to count-disp-2
    move spaces to report-file-record
    string "Run " target-run " of " timed-run-date
           ", dispatcher started " timed-run-clock ": "
           function trim(count-disp) " step(s) executed in "
           function trim(count-disp-2) " dispatch unit(s)"
           delimited by size into report-file-record
    perform write-detail-line

    move run-first-start to secs-disp
    move run-last-end to secs-disp-2
    move run-elapsed to secs-disp-3
    move spaces to report-file-record
    string "First step started at +" function trim(secs-disp)
           ", last step ended at +" function trim(secs-disp-2)
           ": " function trim(secs-disp-3)
           " sec(s) from first start to last end"
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Times are secs from dispatcher start; * marks the"
           " critical path; waits are secs a step was ready but"
           " not started"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "    step                           unit mode   ready"
           "   start     end elapsed    hold    lock  serial"
           "  parlim  queued   slack  rc"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying cp-idx from 1 by 1 until cp-idx > cp-count
        perform write-one-step-line
    end-perform

    perform write-critical-path
    perform write-lost-time

    if not plan-none
        perform write-plan-comparison
    end-if

    close report-file.

write-one-step-line.
    move spaces to col-mark
    if cp-crit-flag(cp-idx) = "Y"
        move "* " to col-mark
    end-if
    move cp-unit(cp-idx) to unit-disp
    move cp-ready(cp-idx) to col-ready
    move cp-start(cp-idx) to col-start
    move cp-end(cp-idx) to col-end
    compute col-elapsed = cp-end(cp-idx) - cp-start(cp-idx)
    move cp-hold(cp-idx) to col-hold
    move cp-lock(cp-idx) to col-lock
    move cp-serial(cp-idx) to col-serial
    move cp-parlim(cp-idx) to col-parlim
    move cp-queued(cp-idx) to col-queued
    move cp-slack(cp-idx) to col-slack

    move spaces to report-file-record
    string "  " col-mark cp-name(cp-idx) unit-disp " "
           cp-mode(cp-idx) " " col-ready " " col-start " "
           col-end " " col-elapsed " " col-hold " " col-lock " "
           col-serial " " col-parlim " " col-queued " " col-slack
           "  " function trim(cp-rc(cp-idx))
           delimited by size into report-file-record
    perform write-detail-line.

write-critical-path.
    move spaces to report-file-record
    perform write-detail-line

    if crit-count = 0
        move "Critical path: (no executed steps)" to report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move crit-count to count-disp
    move crit-secs to secs-disp
    move run-elapsed to secs-disp-2
    move spaces to report-file-record
    string "CRITICAL PATH: " function trim(count-disp)
           " step(s), " function trim(secs-disp)
           " sec(s) of step time in the "
           function trim(secs-disp-2) "-sec run"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying crit-walk from crit-count by -1
            until crit-walk < 1
        move crit-chain(crit-walk) to cp-idx
        perform write-one-critical-step
    end-perform.

write-one-critical-step.
    move cp-start(cp-idx) to secs-disp
    move cp-end(cp-idx) to secs-disp-2
    compute secs-disp-3 = cp-end(cp-idx) - cp-start(cp-idx)
    move spaces to report-file-record
    string "  -> " function trim(cp-name(cp-idx))
           " (" function trim(cp-program(cp-idx)) ", "
           function trim(cp-mode(cp-idx)) ") +"
           function trim(secs-disp) " to +" function trim(secs-disp-2)
           ", " function trim(secs-disp-3) " sec(s), RC "
           function trim(cp-rc(cp-idx))
           delimited by size into report-file-record
    if cp-outcome(cp-idx) = "TIMEOUT"
        string function trim(report-file-record) " TIMED OUT"
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    if cp-driver(cp-idx) > 0
        move cp-driver(cp-idx) to cp-scan
        move 0 to cp-waited
        if cp-start(cp-idx) > cp-end(cp-scan)
            compute cp-waited = cp-start(cp-idx) - cp-end(cp-scan)
        end-if
        perform check-declared-link
        move cp-waited to secs-disp
        move spaces to report-file-record
        if link-is-declared
            string "       started " function trim(secs-disp)
                   " sec(s) after " function trim(cp-name(cp-scan))
                   " ended (declared AFTER=)"
                   delimited by size into report-file-record
        else
            string "       started " function trim(secs-disp)
                   " sec(s) after " function trim(cp-name(cp-scan))
                   " ended (dispatch order only - no AFTER= on it)"
                   delimited by size into report-file-record
        end-if
        perform write-detail-line
    end-if

    if cp-hold(cp-idx) + cp-lock(cp-idx) + cp-serial(cp-idx)
       + cp-parlim(cp-idx) + cp-queued(cp-idx) > 0
        move cp-hold(cp-idx) to col-hold
        move cp-lock(cp-idx) to col-lock
        move cp-serial(cp-idx) to col-serial
        move cp-parlim(cp-idx) to col-parlim
        move cp-queued(cp-idx) to col-queued
        move spaces to report-file-record
        string "       lost: hold " function trim(col-hold)
               ", lock " function trim(col-lock)
               ", serialization " function trim(col-serial)
               ", parallel limit " function trim(col-parlim)
               ", queued " function trim(col-queued) " sec(s)"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

check-declared-link.
    move "N" to declared-flag
    move 1 to pred-ptr
    perform until link-is-declared
            or pred-ptr > length of cp-after(cp-idx)
            or cp-after(cp-idx)(pred-ptr:) = spaces
        move spaces to pred-name
        unstring cp-after(cp-idx)
            delimited by all ","
            into pred-name
            with pointer pred-ptr
        end-unstring
        if pred-name <> spaces and pred-name = cp-name(cp-scan)
            set link-is-declared to true
        end-if
    end-perform.

write-lost-time.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "TIME LOST WAITING (secs ready but not started)"
           "     all steps  critical path  steps hit"
           delimited by size into report-file-record
    perform write-detail-line

    move "holds (step control)" to lost-word
    move lost-hold to lost-all
    move crit-hold to lost-crit
    move hit-hold to lost-hits
    perform write-one-lost-line

    move "dataset locks (reorg)" to lost-word
    move lost-lock to lost-all
    move crit-lock to lost-crit
    move hit-lock to lost-hits
    perform write-one-lost-line

    move "serialization" to lost-word
    move lost-serial to lost-all
    move crit-serial to lost-crit
    move hit-serial to lost-hits
    perform write-one-lost-line

    move "parallel limit" to lost-word
    move lost-parlim to lost-all
    move crit-parlim to lost-crit
    move hit-parlim to lost-hits
    perform write-one-lost-line

    move "queued for group launch" to lost-word
    move lost-queued to lost-all
    move crit-queued to lost-crit
    move hit-queued to lost-hits
    perform write-one-lost-line

    compute lost-crit = crit-hold + crit-lock + crit-serial
        + crit-parlim + crit-queued
    move lost-crit to secs-disp
    move spaces to report-file-record
    string "Critical-path steps lost " function trim(secs-disp)
           " sec(s) waiting - the run could have ended up to that"
           " much sooner"
           delimited by size into report-file-record
    perform write-detail-line.

write-one-lost-line.
    move lost-all to secs-disp
    move lost-crit to secs-disp-2
    move lost-hits to count-disp
    move spaces to report-file-record
    string "  " lost-word "                      "
           secs-disp "        " secs-disp-2 "      " count-disp
           delimited by size into report-file-record
    perform write-detail-line.

write-plan-comparison.
    move spaces to report-file-record
    perform write-detail-line

    if not plan-loaded
        move spaces to report-file-record
        string "RCP102W planner prediction unavailable ("
               function trim(plan-extract-filename)
               ") - plan comparison skipped"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move spaces to report-file-record
    string "PLAN COMPARISON against "
           function trim(plan-extract-filename)
           " (control file " function trim(pl-control)
           ", planned " function trim(pl-date) ")"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "    step                               est  actual"
           "     diff plan-st  act-st    drift  note"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying cp-idx from 1 by 1 until cp-idx > cp-count
        perform write-one-plan-comparison
    end-perform

    perform varying pl-idx from 1 by 1 until pl-idx > pl-count
        if pl-matched(pl-idx) = "N"
            add 1 to plan-not-run
            move pl-est(pl-idx) to col-ready
            move spaces to report-file-record
            string "    " pl-name(pl-idx) " " col-ready
                   "                                           "
                   "planned but not run"
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform

    move spaces to report-file-record
    perform write-detail-line
    move pl-run-secs to secs-disp
    move run-elapsed to secs-disp-2
    compute cmp-diff = run-elapsed - pl-run-secs
    move cmp-diff to diff-disp
    move spaces to report-file-record
    string "Planned run " function trim(secs-disp)
           " sec(s), actual " function trim(secs-disp-2)
           " sec(s) (" function trim(diff-disp) ")"
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    if plan-wrong-count > 0
        move plan-wrong-count to count-disp
        string "RCP101W the plan was wrong for "
               function trim(count-disp)
               " step(s) - see the notes above"
               delimited by size into report-file-record
    else
        string "Plan held for every executed step (tolerance "
               PLAN-TOLERANCE-PCT "% or " PLAN-TOLERANCE-SECS
               " sec(s))"
               delimited by size into report-file-record
    end-if
    perform write-detail-line.

write-one-plan-comparison.
    move spaces to col-mark
    if cp-crit-flag(cp-idx) = "Y"
        move "* " to col-mark
    end-if
    compute cmp-actual = cp-end(cp-idx) - cp-start(cp-idx)
    compute cmp-actual-start = cp-start(cp-idx) - run-first-start
    move cmp-actual to col-elapsed
    move cmp-actual-start to col-start

    if cp-plan-idx(cp-idx) = 0
        add 1 to plan-unplanned
        add 1 to plan-wrong-count
        move spaces to report-file-record
        string "  " col-mark cp-name(cp-idx) "        " col-elapsed
               "                 " col-start
               "           RCP101W NOT IN PLAN"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move cp-plan-idx(cp-idx) to pl-idx
    perform judge-plan-step

    move pl-est(pl-idx) to col-ready
    move pl-start(pl-idx) to col-end
    move cmp-diff to diff-disp
    move cmp-start-diff to diff-disp-2
    move spaces to report-file-record
    string "  " col-mark cp-name(cp-idx) " " col-ready " "
           col-elapsed " " diff-disp " " col-end " " col-start " "
           diff-disp-2 "  " cmp-note
           delimited by size into report-file-record
    perform write-detail-line.

judge-plan-step.
    move spaces to cmp-note
    move 9 to cmp-ptr
    compute cmp-diff = cmp-actual - pl-est(pl-idx)
    compute cmp-start-diff = cmp-actual-start - pl-start(pl-idx)
    compute cmp-limit = pl-est(pl-idx) * PLAN-TOLERANCE-PCT / 100
    if cmp-limit < PLAN-TOLERANCE-SECS
        move PLAN-TOLERANCE-SECS to cmp-limit
    end-if

    if cmp-diff > cmp-limit
        string "LONGER " delimited by size
               into cmp-note with pointer cmp-ptr
    end-if
    if 0 - cmp-diff > cmp-limit
        string "SHORTER " delimited by size
               into cmp-note with pointer cmp-ptr
    end-if
    if cp-crit-flag(cp-idx) = "Y" and pl-crit(pl-idx) <> "Y"
        string "CRIT-UNPLANNED " delimited by size
               into cmp-note with pointer cmp-ptr
    end-if
    if cp-crit-flag(cp-idx) <> "Y" and pl-crit(pl-idx) = "Y"
        string "OFF-CRIT " delimited by size
               into cmp-note with pointer cmp-ptr
    end-if

    if cmp-ptr > 9
        add 1 to plan-wrong-count
        move "RCP101W" to cmp-note(1:7)
    end-if

    if cp-hold(cp-idx) + cp-lock(cp-idx) + cp-serial(cp-idx)
       + cp-parlim(cp-idx) > 0
        string "WAITED" delimited by size
               into cmp-note with pointer cmp-ptr
    end-if

    if cmp-note(1:8) = spaces
        move cmp-note(9:) to pf-extra
        move pf-extra to cmp-note
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
    display "Usage: run-critical-path <run-number> [-p <plan-extract> |"
            " -c <control-file>] <report-file>"
    display "  post-run analysis of one dispatcher run (the run number"
    display "  must match the run header in the current RUNSTATE and"
    display "  STEPTIME files - the dispatcher rewrites both each run;"
    display "  UTILUNIT/UTILWINDOW pick the qualified names):"
    display "  rebuilds the executed step graph from the dispatch"
    display "  units in STEPTIME.TXT and the AFTER= declarations in"
    display "  STEPDEPS.TXT, and reports each step's ready, start and"
    display "  end times, its slack, the critical path (marking links"
    display "  that were dispatch order only, not a declared AFTER=),"
    display "  and the time lost waiting on holds, dataset locks,"
    display "  serialization and the MAX-PARALLEL limit"
    display "  -p compares the run with a plan extract written"
    display "  earlier by batch-planner -x; -c runs batch-planner on"
    display "  the control file now (<report-file>.plan); steps that"
    display "  ran longer or shorter than planned (25% or 10 sec(s))"
    display "  or moved on or off the critical path are flagged"
    display "  RCP101W; RC 4 when the plan was wrong or unavailable"
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
