        organization is line sequential
        file status is report-file-status.

    select plan-extract-file assign to dynamic plan-extract-filename
        organization is line sequential
        file status is plan-extract-status.

    select ctlparm-file assign to dynamic ctlparm-filename
        organization is line sequential
        file status is ctlparm-status.
fd  report-file.
01  report-file-record pic x(132).

fd  plan-extract-file.
01  plan-extract-record pic x(200).

fd  ctlparm-file.
    copy "ctlparm-fd.cpy".


01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 5 times.

01 control-filename       pic x(100).
01 control-file-status    pic xx.
01 volhist-status         pic xx.
01 report-filename        pic x(100).
01 report-file-status     pic xx.
01 plan-extract-filename  pic x(100) value spaces.
01 plan-extract-status    pic xx.
01 plan-crit-flag         pic x.

01 MAX-SYMBOLS constant as 50.
01 sym-count             binary-long value 0.
    perform simulate-timeline
    perform find-critical-path
    perform write-plan-report
    if plan-extract-filename <> spaces
        perform write-plan-extract
    end-if
    move control-filename to audit-input-value
    move spaces to audit-result-value
    move plan-count to plan-count-disp
validate-args.
    accept argc from argument-number

    if argc <> 3 and argc <> 5
        perform show-usage
    end-if


    if control-filename = spaces or report-filename = spaces
        perform show-usage
    end-if

    if argc = 5
        if arg-val(4) <> "-x" or arg-val(5) = spaces
            perform show-usage
        end-if
        move arg-val(5) to plan-extract-filename
    end-if.

resolve-plan-params.
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
expand-control-file.
    move 0 to sym-count

    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
                continue
            when directive-token(1:4) = "OUT="
                continue
            when directive-token(1:5) = "PRIO="
                continue
            when other
                move directive-token to step-program-id
        end-evaluate
        perform write-detail-line
    end-perform.

write-plan-extract.
    open output plan-extract-file
    if plan-extract-status <> "00"
        display "Plan extract " function trim(plan-extract-filename)
                " could not be opened - report only"
        exit paragraph
    end-if

    move spaces to plan-extract-record
    string "PLAN | " function trim(control-filename) " | "
           rpt-run-date-disp " | " now-secs " | " max-parallel
           delimited by size into plan-extract-record
    write plan-extract-record

    perform varying plan-idx from 1 by 1
            until plan-idx > plan-count
        move "N" to plan-crit-flag
        perform varying crit-walk from 1 by 1
                until crit-walk > crit-depth
            if crit-chain(crit-walk) = plan-idx
                move "Y" to plan-crit-flag
            end-if
        end-perform
        move spaces to plan-extract-record
        string function trim(plan-name(plan-idx)) " | "
               function trim(plan-program(plan-idx)) " | "
               plan-est-secs(plan-idx) " | "
               plan-start-secs(plan-idx) " | "
               plan-end-secs(plan-idx) " | "
               plan-parallel(plan-idx) " | "
               plan-crit-flag
               delimited by size into plan-extract-record
        write plan-extract-record
    end-perform

    close plan-extract-file.

format-clock-time.
    move spaces to clock-disp
    compute clock-hh = clock-secs / 3600
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)

show-usage.
    display "Usage: batch-planner -c <control-file> <report-file>"
            " [-x <plan-extract>]"
    display "  simulates a dispatcher control file before the window"
    display "  opens: expands SET/INCLUDE and the step directives the"
    display "  same way batch-dispatcher does (the scheduling and"
    display "  bookkeeping directives DEPT=/READS=/WRITES=/WHEN=/"
    display "  OUT=/PRIO= are recognized and ignored for estimating, and"
    display "  &UNIT/&WINDOW expand from UTILUNIT/UTILWINDOW),"
    display "  estimates each step"
    display "  from its program's ELAPSED-HIST.TXT average scaled by"
    display "  path along AFTER= chains, and a flag when the"
    display "  projection crosses the WINDOW-CUTOFF control parameter"
    display "  (HHMM in CTLPARM.TXT); RC 4 when the window is blown"
    display "  -x also writes the projection as a plan extract (one"
    display "  line per step: estimate, start and end secs from the"
    display "  run start, parallel and critical-path flags) that"
    display "  run-critical-path compares with the actual run"
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
