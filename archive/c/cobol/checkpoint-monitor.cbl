01 total-disp        pic z(8)9.
01 pct-disp          pic zz9.

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
01 prev-done         pic 9(9).
01 prev-secs         pic 9(11).
01 prev-found-flag   pic x.
   88 prev-was-found value 'Y'.
01 delta-done        pic s9(9).
                      depending on st-count.
      10 st-name     pic x(30).
      10 st-done     pic 9(9).
      10 st-secs     pic 9(11).
01 st-idx            binary-long.

01 new-count         binary-long value 0.
                      depending on new-count.
      10 new-name    pic x(30).
      10 new-done    pic 9(9).
      10 new-secs    pic 9(11).
01 new-idx           binary-long.

01 parse-name        pic x(30).
01 parse-done        pic x(9).
01 parse-secs        pic x(11).

procedure division.

    close state-file.

run-monitor-pass.
    move function current-date to rsum-start-stamp
    move function current-date to now-stamp
    compute now-secs = now-hh * 3600 + now-mi * 60 + now-ss
    move now-zone to rsum-zone-probe
    perform convert-rsum-zone
    compute now-abs-secs =
        function integer-of-date(now-date) * 86400
        + now-secs - rsum-zone-mins * 60

    open input monitor-control
    if monitor-control-status <> "00"
        end-if
    end-perform

    if prev-was-found and prev-secs < 86400
        move "N" to prev-found-flag
    end-if

    if not prev-was-found
        exit paragraph
    end-if

    compute delta-done = records-done - prev-done
    compute delta-secs = now-abs-secs - prev-secs

    if records-total > 0 and records-done >= records-total
        move "complete" to eta-text
    add 1 to new-count
    move mon-step-name to new-name(new-count)
    move records-done to new-done(new-count)
    move now-abs-secs to new-secs(new-count).

save-current-state.
    open output state-file
    close state-file.

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
