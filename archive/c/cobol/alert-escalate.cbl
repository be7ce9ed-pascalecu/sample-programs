        organization is line sequential
        file status is elapsed-hist-status.

    select alertgrp-file assign to dynamic alertgrp-filename
        organization is line sequential
        file status is alertgrp-status.

    select oncall-file assign to dynamic oncall-filename
        organization is line sequential
        file status is oncall-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

data division.
file section.
fd  alert-file.
fd  esc-hist-file.
01  esc-hist-record     pic x(250).

fd  alertgrp-file.
01  alertgrp-record     pic x(200).

fd  dest-file.
01  dest-file-record    pic x(200).

fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

fd  oncall-file.
    copy "oncall-fd.cpy".

fd  calendar-file.
    copy "calendar-fd.cpy".

working-storage section.

copy "auditlog-ws.cpy".
copy "operauth-ws.cpy".
copy "alert-ws.cpy".
copy "elapsed-ws.cpy".
copy "oncall-ws.cpy".
copy "calendar-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 ladder-file-status   pic xx.
01 esc-hist-filename    pic x(100) value "ESCHIST.TXT".
01 esc-hist-status      pic xx.
01 alertgrp-filename    pic x(100) value "ALERTGRP.TXT".
01 alertgrp-status      pic xx.
01 dest-filename        pic x(100).
01 dest-file-status     pic xx.
01 report-filename      pic x(100).
      10 es-when     pic x(19).
01 es-idx            binary-long.

01 MAX-GROUPED constant as 1000.
01 gk-count          binary-long value 0.
01 gk-table.
   05 gk-entry       occurs 1 to MAX-GROUPED
                      depending on gk-count.
      10 gk-key      pic x(60).
      10 gk-role     pic x(6).
      10 gk-parent   pic x(60).
01 gk-idx            binary-long.
01 gk-program        pic x(30).
01 gk-timestamp      pic x(19).
01 gk-role-x         pic x(6).
01 gk-parent-program pic x(30).
01 gk-parent-ts      pic x(19).
01 gk-children       pic 9(5).
01 gk-children-disp  pic z(4)9.
01 alert-grouped-flag pic x.
   88 alert-is-grouped value 'Y'.

01 es-key-x          pic x(60).
01 es-program-x      pic x(30).
01 es-ts-x           pic x(19).
01 es-level-x        pic x(6).
01 es-dest-x         pic x(100).
01 es-when-x         pic x(22).
01 alerts-acked      pic 9(9) value 0.
01 alerts-escalated  pic 9(9) value 0.
01 alerts-waiting    pic 9(9) value 0.
01 alerts-grouped    pic 9(9) value 0.
01 report-key        pic x(60).
01 esc-contact       pic x(100).
01 alerts-unrostered pic 9(9) value 0.

procedure division.

    perform validate-args
    perform check-operator-authority
    perform load-ladder-rules
    perform load-oncall-roster
    perform load-ack-table
    perform load-escalation-history
    perform load-alert-groups
    perform run-escalation-pass
    perform write-escalation-report
    move ladder-filename to audit-input-value
        exit paragraph
    end-if

    move spaces to es-program-x
    move spaces to es-ts-x
    move spaces to es-level-x
    move spaces to es-dest-x
    move spaces to es-when-x

    unstring esc-hist-record delimited by " | "
        into es-program-x, es-ts-x, es-level-x, es-dest-x, es-when-x
    end-unstring

    move spaces to es-key-x
    string function trim(es-program-x) " | " es-ts-x
           delimited by size into es-key-x

    if function test-numval(es-level-x) <> 0
       or es-count >= MAX-ESC-HIST
        exit paragraph
    move es-dest-x to es-dest(es-count)
    move es-when-x(1:19) to es-when(es-count).

load-alert-groups.
    open input alertgrp-file
    if alertgrp-status <> "00"
        exit paragraph
    end-if

    read alertgrp-file
    perform until alertgrp-status = "10"
        perform load-one-alert-group
        read alertgrp-file
    end-perform

    close alertgrp-file.

load-one-alert-group.
    if function trim(alertgrp-record) = spaces
       or gk-count >= MAX-GROUPED
        exit paragraph
    end-if

    move spaces to gk-program
    move spaces to gk-timestamp
    move spaces to gk-role-x
    move spaces to gk-parent-program
    move spaces to gk-parent-ts

    unstring alertgrp-record delimited by " | "
        into gk-program, gk-timestamp, gk-role-x,
             gk-parent-program, gk-parent-ts
    end-unstring

    add 1 to gk-count
    move spaces to gk-key(gk-count)
    string function trim(gk-program) " | " gk-timestamp
           delimited by size into gk-key(gk-count)
    move gk-role-x to gk-role(gk-count)
    move spaces to gk-parent(gk-count)
    string function trim(gk-parent-program) " | " gk-parent-ts
           delimited by size into gk-parent(gk-count).

check-alert-grouped.
    move "N" to alert-grouped-flag
    perform varying gk-idx from 1 by 1 until gk-idx > gk-count
        if gk-key(gk-idx) = al-key
            set alert-is-grouped to true
            exit perform
        end-if
    end-perform.

run-escalation-pass.
    move function current-date to rsum-start-stamp
    accept now-date-8 from date yyyymmdd
    accept now-time from time
    compute now-mins =
        exit paragraph
    end-if

    perform check-alert-grouped
    if alert-is-grouped
        add 1 to alerts-grouped
        exit paragraph
    end-if

    if function test-numval(al-timestamp(1:4)) <> 0
        exit paragraph
    end-if
        exit paragraph
    end-if

    move lr-dest(ladder-idx) to esc-contact
    if esc-contact(1:5) = ONCALL-ROLE-TAG
        perform resolve-role-contact
        if esc-contact = spaces
            add 1 to alerts-unrostered
            exit paragraph
        end-if
    end-if

    perform reissue-to-contact
    perform append-history-entry
    add 1 to alerts-escalated.
        end-if
    end-perform.

resolve-role-contact.
    move esc-contact to oc-dest-text
    perform parse-oncall-destination
    move oc-dest-role to oc-lookup-role
    if oc-dest-level = spaces
        evaluate next-level
            when 1
                move "PRIMARY" to oc-dest-level
            when 2
                move "SECONDARY" to oc-dest-level
            when other
                move "MANAGER" to oc-dest-level
        end-evaluate
    end-if
    move oc-dest-level to oc-duty-level

    move al-timestamp(1:10) to oc-lookup-date
    move 0 to oc-lookup-time
    if function test-numval(al-timestamp(12:2)) = 0
       and function test-numval(al-timestamp(15:2)) = 0
        compute oc-lookup-time =
            function numval(al-timestamp(12:2)) * 100
            + function numval(al-timestamp(15:2))
    end-if

    perform resolve-oncall-contact
    move oc-duty-contact to esc-contact.

reissue-to-contact.
    move esc-contact to dest-filename
    open extend dest-file
    if dest-file-status = "05" or dest-file-status = "35"
        open output dest-file
    end-if
    move alert-file-record to dest-file-record
    write dest-file-record

    move 0 to gk-children
    perform varying gk-idx from 1 by 1 until gk-idx > gk-count
        if gk-parent(gk-idx) = al-key and gk-role(gk-idx) = "CHILD"
            add 1 to gk-children
        end-if
    end-perform
    if gk-children > 0
        move gk-children to gk-children-disp
        move spaces to dest-file-record
        string "    parent of " function trim(gk-children-disp)
               " correlated alert(s) - see ALERTGRP.TXT"
               delimited by size into dest-file-record
        write dest-file-record
    end-if
    close dest-file.

append-history-entry.
    move spaces to esc-hist-record
    string function trim(al-key) " | "
           next-level " | "
           function trim(esc-contact) " | "
           now-ts
           delimited by size into esc-hist-record
    write esc-hist-record
        add 1 to es-count
        move al-key to es-key(es-count)
        move next-level to es-level(es-count)
        move esc-contact to es-dest(es-count)
        move now-ts to es-when(es-count)
    end-if.

           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Grouped under a parent alert (follow the parent): "
           alerts-grouped
           delimited by size into report-file-record
    perform write-detail-line
    if alerts-unrostered > 0
        move spaces to report-file-record
        string "Held - no one on call for the rung's role"
               " (ONCALL.TXT), retried next pass: "
               alerts-unrostered
               delimited by size into report-file-record
        perform write-detail-line
    end-if
    move spaces to report-file-record
    perform write-detail-line

    move "ESCALATION HISTORY" to report-file-record
    close report-file.

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
    write report-file-record
    add 1 to rpt-lines-on-page.

load-oncall-roster.
    move 0 to oc-count
    open input oncall-file
    if oncall-status <> "00"
        exit paragraph
    end-if

    read oncall-file
    perform until oncall-status = "10"
        perform load-one-oncall-entry
        read oncall-file
    end-perform

    close oncall-file.

load-one-oncall-entry.
    if function trim(oncall-record) = spaces
       or oncall-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to oc-role-x
    move spaces to oc-when-x
    move spaces to oc-from-x
    move spaces to oc-to-x
    move spaces to oc-primary-x
    move spaces to oc-secondary-x
    move spaces to oc-manager-x

    unstring oncall-record delimited by " | "
        into oc-role-x, oc-when-x, oc-from-x, oc-to-x,
             oc-primary-x, oc-secondary-x, oc-manager-x
    end-unstring

    if oc-role-x = spaces or oc-when-x = spaces
       or function test-numval(oc-from-x) <> 0
       or function test-numval(oc-to-x) <> 0
        exit paragraph
    end-if

    if oc-count >= MAX-ONCALL
        exit paragraph
    end-if

    add 1 to oc-count
    move function upper-case(oc-role-x) to oc-role(oc-count)
    move function upper-case(oc-when-x) to oc-when(oc-count)
    compute oc-from(oc-count) = function numval(oc-from-x)
    compute oc-to(oc-count) = function numval(oc-to-x)
    move oc-primary-x to oc-primary(oc-count)
    move oc-secondary-x to oc-secondary(oc-count)
    move oc-manager-x to oc-manager(oc-count).

resolve-oncall-duty.
    move "N" to oc-found-flag
    move 0 to oc-found-idx
    move 0 to oc-best-rank

    move oc-lookup-date to cal-lookup-date
    perform lookup-calendar-flag
    move cal-lookup-flag to oc-day-flag

    move oc-lookup-date(1:4) to oc-date-8(1:4)
    move oc-lookup-date(6:2) to oc-date-8(5:2)
    move oc-lookup-date(9:2) to oc-date-8(7:2)
    compute oc-date-int = function integer-of-date(oc-date-8) - 1
    move function date-of-integer(oc-date-int) to oc-date-8
    move spaces to oc-prev-date
    string oc-date-8(1:4) "-" oc-date-8(5:2) "-" oc-date-8(7:2)
           delimited by size into oc-prev-date
    move oc-prev-date to cal-lookup-date
    perform lookup-calendar-flag
    move cal-lookup-flag to oc-prev-flag

    perform varying oc-idx from 1 by 1 until oc-idx > oc-count
        if oc-role(oc-idx) = oc-lookup-role
            perform rank-oncall-entry
        end-if
    end-perform

    if oc-found-idx > 0
        set oncall-was-found to true
    end-if.

rank-oncall-entry.
    move "N" to oc-covers-flag
    move 0 to oc-rank

    if oc-from(oc-idx) = oc-to(oc-idx)
       or (oc-from(oc-idx) < oc-to(oc-idx)
           and oc-lookup-time >= oc-from(oc-idx)
           and oc-lookup-time < oc-to(oc-idx))
       or (oc-from(oc-idx) > oc-to(oc-idx)
           and oc-lookup-time >= oc-from(oc-idx))
        move oc-lookup-date to oc-probe-when
        move oc-day-flag to oc-probe-flag
        perform rank-oncall-day
    end-if

    if oc-rank = 0
       and oc-from(oc-idx) > oc-to(oc-idx)
       and oc-lookup-time < oc-to(oc-idx)
        move oc-prev-date to oc-probe-when
        move oc-prev-flag to oc-probe-flag
        perform rank-oncall-day
    end-if

    if oc-rank > 0 and oc-rank >= oc-best-rank
        move oc-rank to oc-best-rank
        move oc-idx to oc-found-idx
    end-if.

rank-oncall-day.
    evaluate true
        when oc-when(oc-idx) = oc-probe-when
            move 4 to oc-rank
        when oc-when(oc-idx) = "H" and oc-probe-flag = "H"
            move 3 to oc-rank
        when oc-when(oc-idx) = "B" and oc-probe-flag = "B"
            move 2 to oc-rank
        when oc-when(oc-idx) = "W" and oc-probe-flag = "W"
            move 2 to oc-rank
        when oc-when(oc-idx) = "*"
            move 1 to oc-rank
    end-evaluate.

resolve-oncall-contact.
    move spaces to oc-duty-contact
    perform resolve-oncall-duty
    if not oncall-was-found
        exit paragraph
    end-if

    evaluate oc-duty-level
        when "SECONDARY"
            move oc-secondary(oc-found-idx) to oc-duty-contact
        when "MANAGER"
            move oc-manager(oc-found-idx) to oc-duty-contact
        when other
            move oc-primary(oc-found-idx) to oc-duty-contact
    end-evaluate

    if oc-duty-contact = "-"
        move spaces to oc-duty-contact
    end-if.

parse-oncall-destination.
    move spaces to oc-dest-role
    move spaces to oc-dest-level
    unstring function upper-case(oc-dest-text(6:)) delimited by "/"
        into oc-dest-role, oc-dest-level
    end-unstring.

lookup-calendar-flag.
    move space to cal-lookup-flag

    open input calendar-file
    if calendar-status = "00"
        read calendar-file
        perform until calendar-status = "10"
            if cal-file-date = cal-lookup-date
                move cal-file-flag to cal-lookup-flag
            end-if
            read calendar-file
        end-perform
        close calendar-file
    end-if

    if cal-lookup-flag = space
        move cal-lookup-date(1:4) to cal-work-8(1:4)
        move cal-lookup-date(6:2) to cal-work-8(5:2)
        move cal-lookup-date(9:2) to cal-work-8(7:2)
        compute cal-work-int =
            function integer-of-date(cal-work-8)
        compute cal-weekday = function mod(cal-work-int, 7)
        if cal-weekday = 6 or cal-weekday = 0
            move "W" to cal-lookup-flag
        else
            move "B" to cal-lookup-flag
        end-if
    end-if.

show-usage.
    display "Usage: alert-escalate -e <ladder-file> <report-file>"
    display "  ladder file: ""<severity|ALL> | <level> | <minutes> |"
    display "  an alert (ALERTS.TXT) with no matching acknowledgment"
    display "  (ALERTACK.TXT) is re-issued to the next rung's contact"
    display "  once its age passes that rung's deadline in minutes;"
    display "  a contact of ROLE=<role>[/PRIMARY|SECONDARY|MANAGER]"
    display "  is whoever the on-call roster ONCALL.TXT had on duty"
    display "  for the role when the alert fired (level 1 primary,"
    display "  level 2 secondary, higher levels the manager);"
    display "  every re-issue is recorded in ESCHIST.TXT and the full"
    display "  per-alert escalation history is printed for the"
    display "  morning review"
    display "  alerts that alert-router grouped under a parent"
    display "  (ALERTGRP.TXT - correlated children and suppressed"
    display "  repeats) are not escalated on their own: escalation"
    display "  follows the parent alert only"
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
