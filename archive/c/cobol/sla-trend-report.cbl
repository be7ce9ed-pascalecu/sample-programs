01 hx-records        pic x(12).
01 hx-elapsed        pic x(9).
01 hx-rc             pic x(6).
01 hx-clock          pic x(8).
01 clock-change-runs pic 9(9) value 0.
01 hx-elapsed-num    pic 9(7).

01 MAX-SLA-PROGRAMS constant as 100.
      10 sla-max-secs    pic 9(7).
      10 sla-total-secs  pic 9(9).
      10 sla-last-date   pic x(10).
      10 sla-clock-runs  pic 9(5).
01 sla-idx           binary-long.

01 avg-secs          pic 9(7).
01 disp-d            pic z(6)9.
01 disp-runs         pic z(8)9.
01 flag-text         pic x(40).
01 flag-line         pic x(200).
01 pct-of-window     pic 9(5).
01 pct-disp          pic zzzz9.

    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
    close ctlparm-file.

run-sla-report.
    move function current-date to rsum-start-stamp

    open input elapsed-hist-file
    if elapsed-hist-status <> "00"
    move spaces to hx-records
    move spaces to hx-elapsed
    move spaces to hx-rc
    move spaces to hx-clock

    unstring elapsed-hist-record delimited by " | "
        into hx-program, hx-date, hx-run, hx-records,
             hx-elapsed, hx-rc, hx-clock
    end-unstring

    if hx-program = spaces
        move hx-elapsed-num to sla-first-secs(sla-idx)
        move 0 to sla-max-secs(sla-idx)
        move 0 to sla-total-secs(sla-idx)
        move 0 to sla-clock-runs(sla-idx)
    end-if

    if hx-clock = "CLKCHG"
        add 1 to sla-clock-runs(sla-idx)
        add 1 to clock-change-runs
    end-if

    add 1 to sla-runs(sla-idx)
               "s  max " function trim(disp-d) "s"
               flag-text
               delimited by size into report-file-record
        if sla-clock-runs(sla-idx) > 0
            move sla-clock-runs(sla-idx) to disp-runs
            move report-file-record to flag-line
            move spaces to report-file-record
            string function trim(flag-line trailing)
                   "  (clock change: " function trim(disp-runs) ")"
                   delimited by size into report-file-record
        end-if
        perform write-detail-line
    end-perform

               " step(s) past the window threshold"
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    if clock-change-runs > 0
        move clock-change-runs to disp-runs
        move spaces to report-file-record
        string "Runs spanning a clock change (CLKCHG, elapsed taken"
               " on UTC): " function trim(disp-runs)
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

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
    display "  by every run-summary writer (ELAPSED-HIST.TXT) and"
    display "  flags any step whose latest elapsed time has grown"
    display "  past SLA-GROWTH-PCT% of SLA-WINDOW-SECS (CTLPARM.TXT)"
    display "  elapsed times are date-aware across midnight and"
    display "  taken on UTC across clock changes; runs that crossed"
    display "  a clock change (CLKCHG) are counted per program"
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
