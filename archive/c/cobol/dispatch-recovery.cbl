        organization is line sequential
        file status is audit-log-status.

    select runctl-file assign to dynamic runctl-filename
        organization is line sequential
        file status is runctl-status.

data division.
file section.
fd  run-state-file.
fd  audit-log.
    copy "auditlog-fd.cpy".

fd  runctl-file.
    copy "runctl-fd.cpy".

working-storage section.

copy "auditlog-ws.cpy".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "checkpoint-ws.cpy".
copy "runctl-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 5 times.
01 plan-mode-flag    pic x value 'N'.
   88 plan-downstream value 'Y'.

01 run-state-filename   pic x(100) value "RUNSTATE.TXT".
01 run-state-status     pic xx.
      10 state-name  pic x(30).
      10 state-word  pic x(10).
      10 state-rc    pic s9(9) comp.
      10 state-params pic x(168).
01 state-idx         binary-long.

01 step-line         pic x(800).
01 step-program-id   pic x(30).
01 step-params       pic x(168).
01 step-name         pic x(30).
01 step-after        pic x(720).
01 step-reads        pic x(200).
01 step-writes       pic x(200).
01 step-outputs      pic x(200).
01 directive-eq-count binary-long.
01 directive-token   pic x(800).
01 directive-guard   binary-long.
01 ws-ptr            binary-long.
01 ckpt-guard        binary-long.
01 ckpt-num-disp     pic z(8)9.

01 rerun-dataset     pic x(100).
01 rerun-run-x       pic x(10).
01 rerun-run         pic 9(4).
01 rerun-next-run    pic 9(4).
01 state-run         pic 9(4) value 0.
01 state-run-found   pic x value 'N'.
01 state-run-date    pic x(10).
01 steps-downstream  pic 9(9) value 0.

01 MAX-TAINTED-DATASETS constant as 200.
01 taint-count       binary-long value 0.
01 taint-table.
   05 taint-name     pic x(100) occurs 200 times.
01 taint-idx         binary-long.
01 taint-hit         pic x.
01 consumed-dataset  pic x(100).

01 sel-count         binary-long value 0.
01 sel-table.
   05 sel-name       pic x(30) occurs 500 times.
01 sel-idx           binary-long.

01 plan-token        pic x(100).
01 plan-ptr          binary-long.
01 plan-text         pic x(200).
01 plan-text-ptr     binary-long.
01 plan-params       pic x(168).
01 plan-token-len    binary-long.
01 list-token        pic x(100).
01 list-ptr          binary-long.
01 list-hit          pic x.
01 dot-tally         binary-long.
01 after-token       pic x(30).
01 after-ptr         binary-long.
01 after-kept        pic x(720).
01 after-kept-ptr    binary-long.
01 rebuilt-line      pic x(800).
01 rebuilt-ptr       binary-long.
01 prog-start        binary-long.
01 line-ptr          binary-long.
01 line-token        pic x(800).
01 line-eq-count     binary-long.

procedure division.

main.
    perform validate-args
    perform check-operator-authority
    perform load-run-state
    if plan-downstream
        perform plan-downstream-rerun
        stop run
    end-if
    perform generate-restart-file
    move control-filename to audit-input-value
    move spaces to audit-result-value
validate-args.
    accept argc from argument-number

    if argc <> 3 and argc <> 5
        perform show-usage
    end-if

        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) = "-d" and argc = 5
        set plan-downstream to true
        move arg-val(2) to rerun-dataset
        move arg-val(3) to rerun-run-x
        move arg-val(4) to control-filename
        move arg-val(5) to restart-filename
        if rerun-dataset = spaces
           or function test-numval(rerun-run-x) <> 0
           or control-filename = spaces
           or restart-filename = spaces
            perform show-usage
        end-if
        compute rerun-run = function numval(rerun-run-x)
        exit paragraph
    end-if

    if arg-val(1) <> "-r" or argc <> 3
        perform show-usage
    end-if


    if st-state = "STARTED"
        move run-state-record to started-line
        move st-name(1:10) to state-run-date
        if st-program(1:4) = "run="
           and function test-numval(st-program(5:4)) = 0
            compute state-run = function numval(st-program(5:4))
            move "Y" to state-run-found
        end-if
        exit paragraph
    end-if

    end-if

    move st-state to state-word(state-idx)
    if st-params <> spaces
        move st-params to state-params(state-idx)
    end-if
    if function test-numval(st-rc) = 0
        compute state-rc(state-idx) = function numval(st-rc)
    else
        move 0 to state-rc(state-idx)
    end-if.

plan-downstream-rerun.
    if state-run-found <> "Y" or state-run <> rerun-run
        display "REFUSED: " function trim(run-state-filename)
                " does not hold run " rerun-run
                " - the dispatcher rewrites the run state each"
                " run, so only the latest run can be planned"
        move rerun-dataset to audit-input-value
        move spaces to audit-result-value
        string "rerun plan REFUSED: run " rerun-run
               " not in run state"
               delimited by size into audit-result-value
        perform log-audit-entry
        move 16 to return-code
        stop run
    end-if

    perform resolve-rerun-run-id

    move 1 to taint-count
    move rerun-dataset to taint-name(1)

    perform generate-rerun-plan

    display "Rerun plan: steps " steps-seen
            "  downstream of " function trim(rerun-dataset)
            " " steps-downstream
    display "Restart control file written: "
            function trim(restart-filename)
    display "Dispatch it as run " rerun-next-run
            ", then rerun-compare -c <output> " rerun-run
            " " rerun-next-run " <report>"

    move rerun-dataset to audit-input-value
    move spaces to audit-result-value
    string "rerun plan run " rerun-run
           ": steps=" steps-seen
           " downstream=" steps-downstream
           " rerun=" rerun-next-run
           delimited by size into audit-result-value
    perform log-audit-entry

    if steps-downstream = 0
        move 4 to return-code
    end-if.

resolve-rerun-run-id.
    move rerun-run to rerun-next-run

    open input runctl-file
    if runctl-status = "00"
        read runctl-file
        perform until runctl-status = "10"
            if runctl-rec-date = state-run-date
               and function test-numval(runctl-rec-run-id) = 0
                if function numval(runctl-rec-run-id)
                   > rerun-next-run
                    compute rerun-next-run =
                        function numval(runctl-rec-run-id)
                end-if
            end-if
            read runctl-file
        end-perform
        close runctl-file
    end-if

    add 1 to rerun-next-run.

generate-rerun-plan.
    open input expanded-file
    if expanded-status = "00"
        set using-work-file to true
    else
        open input control-file
        if control-file-status <> "00"
            perform show-usage
        end-if
    end-if

    open output restart-file
    if restart-file-status <> "00"
        perform show-usage
    end-if

    move spaces to restart-file-record
    string "* downstream rerun plan generated by dispatch-recovery"
           delimited by size into restart-file-record
    write restart-file-record
    move spaces to restart-file-record
    string "* corrected input " function trim(rerun-dataset)
           " - run " rerun-run " of " state-run-date
           delimited by size into restart-file-record
    write restart-file-record
    move spaces to restart-file-record
    string "* dispatch as run " rerun-next-run
           " and compare with rerun-compare -c <output> "
           rerun-run " " rerun-next-run " <report>"
           delimited by size into restart-file-record
    write restart-file-record
    if using-work-file
        move spaces to restart-file-record
        string "* steps taken from the expanded work file the"
               " run left behind"
               delimited by size into restart-file-record
        write restart-file-record
    end-if
    move spaces to restart-file-record
    write restart-file-record

    if using-work-file
        read expanded-file
        perform until expanded-status = "10"
            move expanded-file-record to control-file-record
            perform plan-one-control-line
            read expanded-file
        end-perform
        close expanded-file
    else
        read control-file
        perform until control-file-status = "10"
            perform plan-one-control-line
            read control-file
        end-perform
        close control-file
    end-if

    move spaces to restart-file-record
    write restart-file-record
    move spaces to restart-file-record
    string "* datasets rewritten by the rerun:"
           delimited by size into restart-file-record
    write restart-file-record
    perform varying taint-idx from 2 by 1
            until taint-idx > taint-count
        move spaces to restart-file-record
        string "*   " function trim(taint-name(taint-idx))
               delimited by size into restart-file-record
        write restart-file-record
    end-perform

    close restart-file.

plan-one-control-line.
    move control-file-record to step-line

    if function trim(step-line) = spaces
        exit paragraph
    end-if

    if step-line(1:1) = "*"
        exit paragraph
    end-if

    if step-line(1:4) = "SET "
        move step-line to restart-file-record
        write restart-file-record
        exit paragraph
    end-if

    if step-line(1:8) = "INCLUDE "
        move spaces to restart-file-record
        string "* " function trim(step-line)
               " - member steps not planned, dispatch once so"
               " the expanded work file exists"
               delimited by size into restart-file-record
        write restart-file-record
        exit paragraph
    end-if

    perform parse-step-directives

    if step-program-id = spaces
        exit paragraph
    end-if

    add 1 to steps-seen

    perform judge-step-consumes

    if taint-hit <> "Y"
        move spaces to restart-file-record
        string "* " function trim(step-name)
               " does not consume a corrected dataset - not rerun"
               delimited by size into restart-file-record
        write restart-file-record
        exit paragraph
    end-if

    add 1 to steps-downstream
    if sel-count < MAX-RUN-STEPS
        add 1 to sel-count
        move step-name to sel-name(sel-count)
    end-if

    perform add-step-outputs-to-taint

    move spaces to restart-file-record
    string "* " function trim(step-name) " consumed "
           function trim(consumed-dataset)
           delimited by size into restart-file-record
    write restart-file-record

    perform rebuild-rerun-step-line
    move rebuilt-line to restart-file-record
    write restart-file-record.

judge-step-consumes.
    move "N" to taint-hit
    move spaces to consumed-dataset

    move step-reads to plan-text
    move 1 to plan-ptr
    perform until taint-hit = "Y"
            or plan-ptr > length of plan-text
            or plan-text(plan-ptr:) = spaces
        move spaces to plan-token
        unstring plan-text
            delimited by all ","
            into plan-token
            with pointer plan-ptr
        end-unstring
        if plan-token <> spaces
            perform check-token-tainted
        end-if
    end-perform

    if taint-hit = "Y"
        exit paragraph
    end-if

    perform pick-step-run-params

    move 1 to plan-ptr
    perform until taint-hit = "Y"
            or plan-ptr > length of plan-params
            or plan-params(plan-ptr:) = spaces
        move spaces to plan-token
        unstring plan-params
            delimited by all space
            into plan-token
            with pointer plan-ptr
        end-unstring
        if plan-token <> spaces and plan-token(1:1) <> "-"
            perform strip-work-suffix
            move step-writes to plan-text
            perform find-token-in-list
            if list-hit <> "Y"
                move step-outputs to plan-text
                perform find-token-in-list
            end-if
            if list-hit <> "Y"
                perform check-token-tainted
            end-if
        end-if
    end-perform.

pick-step-run-params.
    move step-params to plan-params
    perform varying state-idx from 1 by 1
            until state-idx > state-count
        if state-name(state-idx) = step-name
           and state-params(state-idx) <> spaces
            move state-params(state-idx) to plan-params
        end-if
    end-perform.

strip-work-suffix.
    compute plan-token-len =
        function length(function trim(plan-token))
    if plan-token-len > 5
        if plan-token(plan-token-len - 4:5) = ".WORK"
            move spaces to plan-token(plan-token-len - 4:5)
        end-if
    end-if.

check-token-tainted.
    perform varying taint-idx from 1 by 1
            until taint-idx > taint-count
        if taint-name(taint-idx) = plan-token
            move "Y" to taint-hit
            move plan-token to consumed-dataset
        end-if
    end-perform.

find-token-in-list.
    move "N" to list-hit
    move 1 to list-ptr
    perform until list-hit = "Y"
            or list-ptr > length of plan-text
            or plan-text(list-ptr:) = spaces
        move spaces to list-token
        unstring plan-text
            delimited by all ","
            into list-token
            with pointer list-ptr
        end-unstring
        if list-token <> spaces and list-token = plan-token
            move "Y" to list-hit
        end-if
    end-perform.

add-step-outputs-to-taint.
    if step-writes = spaces and step-outputs = spaces
        perform taint-undeclared-step-files
        exit paragraph
    end-if

    move step-writes to plan-text
    perform taint-list-datasets
    move step-outputs to plan-text
    perform taint-list-datasets.

taint-list-datasets.
    move 1 to plan-text-ptr
    perform until plan-text-ptr > length of plan-text
            or plan-text(plan-text-ptr:) = spaces
        move spaces to plan-token
        unstring plan-text
            delimited by all ","
            into plan-token
            with pointer plan-text-ptr
        end-unstring
        if plan-token <> spaces
            perform add-tainted-dataset
        end-if
    end-perform.

taint-undeclared-step-files.
    move 1 to plan-ptr
    perform until plan-ptr > length of plan-params
            or plan-params(plan-ptr:) = spaces
        move spaces to plan-token
        unstring plan-params
            delimited by all space
            into plan-token
            with pointer plan-ptr
        end-unstring
        if plan-token <> spaces and plan-token(1:1) <> "-"
            move 0 to dot-tally
            inspect plan-token tallying dot-tally for all "."
            if dot-tally > 0
                perform strip-work-suffix
                perform add-tainted-dataset
            end-if
        end-if
    end-perform.

add-tainted-dataset.
    perform varying taint-idx from 1 by 1
            until taint-idx > taint-count
        if taint-name(taint-idx) = plan-token
            exit paragraph
        end-if
    end-perform

    if taint-count < MAX-TAINTED-DATASETS
        add 1 to taint-count
        move plan-token to taint-name(taint-count)
    end-if.

rebuild-rerun-step-line.
    move spaces to rebuilt-line
    move 1 to rebuilt-ptr
    move 1 to line-ptr
    move 0 to prog-start

    perform until prog-start > 0
            or line-ptr > length of step-line
        perform varying line-ptr from line-ptr by 1
                until line-ptr > length of step-line
                or step-line(line-ptr:1) <> space
            continue
        end-perform
        if line-ptr > length of step-line
            exit perform
        end-if
        move spaces to line-token
        move line-ptr to prog-start
        unstring step-line
            delimited by all space
            into line-token
            with pointer line-ptr
        end-unstring
        move 0 to line-eq-count
        inspect line-token tallying line-eq-count for all "="
        if line-eq-count > 0
            move 0 to prog-start
            perform keep-rerun-directive
        end-if
    end-perform

    if prog-start > 0
        string step-line(prog-start:)
               delimited by size
               into rebuilt-line with pointer rebuilt-ptr
    end-if.

keep-rerun-directive.
    if line-token(1:6) <> "AFTER="
        string function trim(line-token) " "
               delimited by size
               into rebuilt-line with pointer rebuilt-ptr
        exit paragraph
    end-if

    move spaces to after-kept
    move 1 to after-kept-ptr
    move 7 to after-ptr
    perform until after-ptr > length of line-token
            or line-token(after-ptr:) = spaces
        move spaces to after-token
        unstring line-token
            delimited by all ","
            into after-token
            with pointer after-ptr
        end-unstring
        if after-token <> spaces
            perform varying sel-idx from 1 by 1
                    until sel-idx > sel-count
                if sel-name(sel-idx) = after-token
                    if after-kept-ptr > 1
                        string "," delimited by size
                               into after-kept
                               with pointer after-kept-ptr
                    end-if
                    string function trim(after-token)
                           delimited by size
                           into after-kept
                           with pointer after-kept-ptr
                end-if
            end-perform
        end-if
    end-perform

    if after-kept <> spaces
        string "AFTER=" function trim(after-kept) " "
               delimited by size
               into rebuilt-line with pointer rebuilt-ptr
    end-if.

generate-restart-file.
    open input expanded-file
    if expanded-status = "00"
    move spaces to step-program-id
    move spaces to step-params
    move spaces to step-name
    move spaces to step-after
    move spaces to step-reads
    move spaces to step-writes
    move spaces to step-outputs
    move 1 to ws-ptr
    move 0 to directive-guard

    perform until step-program-id <> spaces
            or directive-guard > 20
        add 1 to directive-guard
        move spaces to directive-token
        unstring step-line
            when directive-token(1:5) = "NAME="
                move directive-token(6:) to step-name
            when directive-token(1:6) = "AFTER="
                move directive-token(7:) to step-after
            when directive-token(1:6) = "READS="
                move directive-token(7:200) to step-reads
            when directive-token(1:7) = "WRITES="
                move directive-token(8:200) to step-writes
            when directive-token(1:4) = "OUT="
                move directive-token(5:200) to step-outputs
            when other
                move 0 to directive-eq-count
                inspect directive-token
                    tallying directive-eq-count for all "="
                if directive-eq-count = 0
                    move directive-token to step-program-id
                end-if
        end-evaluate
    end-perform

    display "  reads RUNSTATE.TXT from an interrupted dispatcher run"
    display "  plus any leftover .ckpt files and generates a fresh"
    display "  control file holding exactly the unfinished steps"
    display "       dispatch-recovery -d <corrected-dataset> <run>"
    display "            <original-control-file> <restart-control-file>"
    display "  plans a selective rerun after a corrected input: walks"
    display "  the step READS=/WRITES=/OUT= declarations and the"
    display "  step files recorded in RUNSTATE.TXT for that run"
    display "  forward from the dataset to every step that consumed"
    display "  it directly or through an intermediate dataset, and"
    display "  writes only those steps, in control-file order, with"
    display "  AFTER= lists cut down to the rerun steps; a step"
    display "  with no WRITES=/OUT= declaration is assumed to"
    display "  rewrite every dataset on its line; the plan names the"
    display "  run number the rerun will take (next in RUNCTL.TXT)"
    display "  for rerun-compare; RC 4 when nothing is downstream"
    move 16 to return-code
    stop run.

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
