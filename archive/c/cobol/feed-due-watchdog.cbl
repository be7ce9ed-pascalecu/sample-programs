        organization is line sequential
        file status is report-file-status.

    select partprof-file assign to dynamic partprof-filename
        organization is line sequential
        file status is partprof-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
fd  report-file.
01  report-file-record pic x(132).

fd  partprof-file.
    copy "partprof-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "partprof-ws.cpy".
copy "alert-ws.cpy".
copy "report-header-ws.cpy".

        into ex-partner, ex-feed, ex-due-x, ex-cal-file
    end-unstring

    move ex-partner to partprof-lookup-id
    perform find-partner-profile
    if partprof-was-found
        if pp-due <> spaces and pp-due <> "-"
            move pp-due to ex-due-x
        end-if
        if pp-calendar <> spaces and pp-calendar <> "-"
            move pp-calendar to ex-cal-file
        end-if
    end-if

    if ex-partner = spaces or ex-feed = spaces
       or function test-numval(ex-due-x) <> 0
        exit paragraph
                   " and has not arrived"
                   delimited by size into report-file-record
            move "WARN" to alert-severity
            move "FDW201W" to alert-msg-id
            move spaces to alert-message
            string "partner " function trim(ex-partner)
                   " feed " function trim(ex-feed)
           function trim(audit-timestamp-disp) " | run="
           audit-run-id " | "
           function trim(alert-severity) " | "
           alert-msg-id " "
           function trim(alert-message)
           delimited by size into alert-file-record
    write alert-file-record
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
    write report-file-record
    add 1 to rpt-lines-on-page.

find-partner-profile.
    move "N" to partprof-found-flag

    open input partprof-file
    if partprof-status <> "00"
        exit paragraph
    end-if

    read partprof-file
    perform until partprof-status = "10"
        perform parse-partprof-record
        if pp-partner = partprof-lookup-id
           and pp-partner <> spaces
            set partprof-was-found to true
            exit perform
        end-if
        read partprof-file
    end-perform

    close partprof-file.

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

show-usage.
    display "Usage: feed-due-watchdog -w <report-file>"
    display "  run periodically during the window: checks each"
    display "  the partner's own holidays (one YYYY-MM-DD per line"
    display "  in the partner holiday file); RC 4 when anything is"
    display "  late"
    display "  a partner with a profile in PARTPROF.TXT takes its due"
    display "  time and holiday calendar from the profile, so the"
    display "  expectation may carry - for either"
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
