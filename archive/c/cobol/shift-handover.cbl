        organization is line sequential
        file status is report-file-status.

    select msgcat-file assign to dynamic msgcat-filename
        organization is line sequential
        file status is msgcat-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
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
fd  run-state-file.
fd  report-file.
01  report-file-record pic x(132).

fd  msgcat-file.
    copy "msgcat-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

fd  alertgrp-file.
01  alertgrp-record   pic x(200).

fd  oncall-file.
    copy "oncall-fd.cpy".

fd  calendar-file.
    copy "calendar-fd.cpy".

working-storage section.

copy "auditlog-ws.cpy".
01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "msgcat-ws.cpy".
copy "alert-ws.cpy".
copy "excpmstr-ws.cpy".
copy "elapsed-ws.cpy".
copy "oncall-ws.cpy".
copy "calendar-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 run-state-status     pic xx.
01 ack-filename         pic x(100) value "ALERTACK.TXT".
01 ack-file-status      pic xx.
01 alertgrp-filename    pic x(100) value "ALERTGRP.TXT".
01 alertgrp-status      pic xx.
01 balstat-filename     pic x(100) value "BALSTAT.TXT".
01 balstat-status       pic xx.
01 report-filename      pic x(100).
      10 hs-rc       pic s9(9) comp.
      10 hs-name     pic x(30).
      10 hs-program  pic x(30).
      10 hs-rest     pic x(80).
01 hs-idx            binary-long.
01 hs-rc-disp        pic ---------9.

      10 ack-key     pic x(60).
01 ack-idx           binary-long.

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
01 alert-grouped-flag pic x.
   88 alert-is-grouped value 'Y'.

01 MAX-RUN-ALERTS constant as 500.
01 ra-count          binary-long value 0.
01 ra-table.
   05 ra-entry       occurs 1 to MAX-RUN-ALERTS
                      depending on ra-count.
      10 ra-record   pic x(200).
      10 ra-key      pic x(60).
01 ra-idx            binary-long.
01 ra-jdx            binary-long.
01 ra-repeats        pic 9(5).
01 ra-repeats-disp   pic z(4)9.
01 ra-parent-flag    pic x.
   88 ra-parent-in-run value 'Y'.

01 bs-date           pic x(10).
01 bs-run            pic x(12).
01 bs-status         pic x(12).
01 today-date-8      pic 9(8).
01 today-int         pic s9(9) comp.

01 oc-role-idx       binary-long.
01 oc-seen-idx       binary-long.
01 oc-now-date       pic x(10).
01 oc-now-time       pic 9(8).
01 oc-now-fields redefines oc-now-time.
   05 oc-now-hh      pic 9(2).
   05 oc-now-mi      pic 9(2).
   05 oc-now-rest    pic 9(4).
01 oc-now-hhmm       pic 9(4).
01 oc-handoff-date   pic x(10).
01 oc-handoff-time   pic 9(4).
01 oc-out-primary    pic x(30).
01 oc-out-secondary  pic x(30).
01 oc-out-manager    pic x(30).
01 oc-time-disp      pic x(5).

procedure division.

main.
    perform check-operator-authority
    perform load-run-state
    perform load-ack-table
    perform load-alert-groups
    perform load-message-catalog
    perform load-open-exceptions
    perform load-balancing-status
    perform load-oncall-roster
    perform write-handover-report
    move target-run-x to audit-input-value
    move spaces to audit-result-value
    end-if
    move rs-name to hs-name(hs-count)
    move rs-program to hs-program(hs-count)
    move rs-rest to hs-rest(hs-count)

    add 1 to steps-run
    if hs-rc(hs-count) <> 0
    end-if.

write-handover-report.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
    perform write-detail-line

    perform write-problems-section
    perform write-oncall-section
    perform write-steps-section
    perform write-exceptions-section
    perform write-alerts-section
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
        if hs-word(hs-idx)(1:8) = "DEFERRED"
            add 1 to problem-count
            move spaces to report-file-record
            string "  step " function trim(hs-name(hs-idx))
                   " (" function trim(hs-program(hs-idx))
                   ") DEFERRED " function trim(hs-rest(hs-idx))
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform

    if bs-status(1:6) = "REVIEW"
            set alert-is-acked to true
            exit perform
        end-if
    end-perform

    if alert-is-acked
        exit paragraph
    end-if

    perform check-alert-grouped
    if not alert-is-grouped
        exit paragraph
    end-if

    perform varying ack-idx from 1 by 1 until ack-idx > ack-count
        if ack-key(ack-idx) = gk-parent(gk-idx)
            set alert-is-acked to true
            exit perform
        end-if
    end-perform.

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


write-oncall-section.
    move "ON-CALL HANDOVER (ONCALL.TXT)" to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    if oc-count = 0
        move "  no on-call roster on file" to report-file-record
        perform write-detail-line
        move spaces to report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    accept today-date-8 from date yyyymmdd
    accept oc-now-time from time
    move spaces to oc-now-date
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into oc-now-date
    compute oc-now-hhmm = oc-now-hh * 100 + oc-now-mi

    perform varying oc-role-idx from 1 by 1
            until oc-role-idx > oc-count
        perform varying oc-seen-idx from 1 by 1
                until oc-seen-idx >= oc-role-idx
            if oc-role(oc-seen-idx) = oc-role(oc-role-idx)
                exit perform
            end-if
        end-perform
        if oc-seen-idx = oc-role-idx
            perform write-oncall-role
        end-if
    end-perform

    move spaces to report-file-record
    perform write-detail-line.

write-oncall-role.
    move oc-role(oc-role-idx) to oc-lookup-role
    move oc-now-date to oc-lookup-date
    move oc-now-hhmm to oc-lookup-time
    perform resolve-oncall-duty

    if not oncall-was-found
        move spaces to report-file-record
        string "  " oc-lookup-role
               " outgoing: NO ONE ON CALL NOW - see the roster gap"
               " report (oncall-roster -g)"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move oc-primary(oc-found-idx) to oc-out-primary
    move oc-secondary(oc-found-idx) to oc-out-secondary
    move oc-manager(oc-found-idx) to oc-out-manager
    move oc-to(oc-found-idx) to oc-handoff-time
    move oc-now-date to oc-handoff-date
    if oc-now-hhmm >= oc-handoff-time
        move today-date-8 to oc-date-8
        compute oc-date-int = function integer-of-date(oc-date-8) + 1
        move function date-of-integer(oc-date-int) to oc-date-8
        move spaces to oc-handoff-date
        string oc-date-8(1:4) "-" oc-date-8(5:2) "-" oc-date-8(7:2)
               delimited by size into oc-handoff-date
    end-if

    move spaces to oc-time-disp
    string oc-handoff-time(1:2) ":" oc-handoff-time(3:2)
           delimited by size into oc-time-disp

    move spaces to report-file-record
    string "  " oc-lookup-role " outgoing until "
           oc-handoff-date " " oc-time-disp
           "  primary " function trim(oc-out-primary)
           "  secondary " function trim(oc-out-secondary)
           "  manager " function trim(oc-out-manager)
           delimited by size into report-file-record
    perform write-detail-line

    move oc-handoff-date to oc-lookup-date
    move oc-handoff-time to oc-lookup-time
    perform resolve-oncall-duty

    move spaces to report-file-record
    if oncall-was-found
        string "  " oc-lookup-role " incoming from  "
               oc-handoff-date " " oc-time-disp
               "  primary " function trim(oc-primary(oc-found-idx))
               "  secondary "
               function trim(oc-secondary(oc-found-idx))
               "  manager " function trim(oc-manager(oc-found-idx))
               delimited by size into report-file-record
    else
        string "  " oc-lookup-role " incoming from  "
               oc-handoff-date " " oc-time-disp
               "  NO ONE ROSTERED"
               delimited by size into report-file-record
    end-if
    perform write-detail-line.

write-steps-section.
    move "STEPS RUN" to report-file-record
    perform write-detail-line
        exit paragraph
    end-if

    move 0 to ra-count
    read alert-file
    perform until alert-file-status = "10"
        if function trim(alert-file-record) <> spaces
            perform parse-alert-record
            if alert-in-run = "Y" and ra-count < MAX-RUN-ALERTS
                add 1 to ra-count
                move alert-file-record to ra-record(ra-count)
                move al-key to ra-key(ra-count)
            end-if
        end-if
        read alert-file

    close alert-file

    perform varying ra-idx from 1 by 1 until ra-idx > ra-count
        move ra-record(ra-idx) to alert-file-record
        perform parse-alert-record
        perform check-grouped-parent-in-run
        if not ra-parent-in-run
            perform write-run-alert
        end-if
    end-perform

    if alerts-total = 0
        move "  no alerts were raised by this run"
            to report-file-record
    move spaces to report-file-record
    perform write-detail-line.

check-grouped-parent-in-run.
    move "N" to ra-parent-flag
    perform check-alert-grouped
    if not alert-is-grouped
        exit paragraph
    end-if

    perform varying ra-jdx from 1 by 1 until ra-jdx > ra-count
        if ra-key(ra-jdx) = gk-parent(gk-idx)
            set ra-parent-in-run to true
            exit perform
        end-if
    end-perform.

write-run-alert.
    perform check-alert-acked
    move spaces to report-file-record
    if alert-is-acked
        string "  [ACKED]    "
               function trim(alert-file-record(1:110))
               delimited by size
               into report-file-record
    else
        string "  [UNACKED]  "
               function trim(alert-file-record(1:110))
               delimited by size
               into report-file-record
    end-if
    perform write-detail-line
    perform write-alert-runbook-line

    move 0 to ra-repeats
    perform varying gk-idx from 1 by 1 until gk-idx > gk-count
        if gk-parent(gk-idx) = ra-key(ra-idx)
            if gk-role(gk-idx) = "REPEAT"
                add 1 to ra-repeats
            else
                perform write-grouped-child
            end-if
        end-if
    end-perform

    if ra-repeats > 0
        move ra-repeats to ra-repeats-disp
        move spaces to report-file-record
        string "             repeated " function trim(ra-repeats-disp)
               " more time(s) - counted by alert-router, not"
               " re-routed"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

write-grouped-child.
    perform varying ra-jdx from 1 by 1 until ra-jdx > ra-count
        if ra-key(ra-jdx) = gk-key(gk-idx)
            exit perform
        end-if
    end-perform

    move spaces to report-file-record
    if ra-jdx > ra-count
        string "             + child  " function trim(gk-key(gk-idx))
               delimited by size into report-file-record
    else
        string "             + child  "
               function trim(ra-record(ra-jdx)(1:105))
               delimited by size into report-file-record
    end-if
    perform write-detail-line.

write-alert-runbook-line.
    move al-message to mc-probe-text
    perform find-message-id-in-text
    if mc-lookup-id = spaces
        exit paragraph
    end-if

    move spaces to report-file-record
    if not msgcat-was-found
       or mc-response(mc-found-idx) = spaces
        string "             " mc-lookup-id
               ": no runbook text in MSGCAT.TXT - refer to the"
               " owning team"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    string "             " mc-lookup-id
           " (" mc-severity(mc-found-idx) ") response: "
           mc-response(mc-found-idx)(1:100)
           delimited by size into report-file-record
    perform write-detail-line
    if mc-response(mc-found-idx)(101:100) <> spaces
        move spaces to report-file-record
        string "                                 "
               mc-response(mc-found-idx)(101:100)
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

write-balancing-section.
    move "BALANCING" to report-file-record
    perform write-detail-line
    perform write-detail-line.

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

load-message-catalog.
    move 0 to mc-count

    open input msgcat-file
    if msgcat-status <> "00"
        exit paragraph
    end-if

    read msgcat-file
    perform until msgcat-status = "10"
        perform load-one-message-entry
        read msgcat-file
    end-perform

    close msgcat-file.

load-one-message-entry.
    if function trim(msgcat-record) = spaces
       or msgcat-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to mc-rec-id
    move spaces to mc-rec-severity
    move spaces to mc-rec-explain
    move spaces to mc-rec-response

    unstring msgcat-record delimited by " | "
        into mc-rec-id, mc-rec-severity, mc-rec-explain,
             mc-rec-response
    end-unstring

    move mc-rec-id to mc-token
    perform check-message-id-token
    if not mc-token-is-id
       or mc-count >= MAX-MSGCAT
        exit paragraph
    end-if

    add 1 to mc-count
    move mc-rec-id to mc-id(mc-count)
    move function upper-case(mc-rec-severity(1:1))
        to mc-severity(mc-count)
    move mc-rec-explain to mc-explain(mc-count)
    move mc-rec-response to mc-response(mc-count).

find-message-entry.
    move "N" to mc-found-flag
    move 0 to mc-found-idx

    perform varying mc-idx from 1 by 1 until mc-idx > mc-count
        if mc-id(mc-idx) = mc-lookup-id
            move mc-idx to mc-found-idx
            set msgcat-was-found to true
            exit perform
        end-if
    end-perform.

find-message-id-in-text.
    move spaces to mc-lookup-id
    move "N" to mc-found-flag
    move 0 to mc-found-idx
    move 1 to mc-probe-ptr

    perform varying mc-token-idx from 1 by 1
            until mc-token-idx > 40
               or mc-probe-ptr > length of mc-probe-text
        move spaces to mc-token
        unstring mc-probe-text delimited by all space
            into mc-token
            with pointer mc-probe-ptr
        end-unstring
        perform check-message-id-token
        if mc-token-is-id
            move mc-token(1:7) to mc-lookup-id
            perform find-message-entry
            exit perform
        end-if
    end-perform.

check-message-id-token.
    move "N" to mc-id-flag
    if mc-token(8:) = spaces
       and mc-token(1:3) is alphabetic-upper
       and mc-token(1:3) <> spaces
       and mc-token(4:3) is numeric
       and (mc-token(7:1) = "I" or mc-token(7:1) = "W"
            or mc-token(7:1) = "E" or mc-token(7:1) = "S")
        set mc-token-is-id to true
    end-if.

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
    display "Usage: shift-handover -h <run-number> <report-file>"
    display "  assembles the morning picture for the day shift in one"
    display "  document, problems first: failed/timed-out steps, steps"
    display "  deferred to the next window (with the target window"
    display "  and the projected lateness) and"
    display "  balancing outcome, then every step's return code"
    display "  (RUNSTATE.TXT), open exceptions by program with aging"
    display "  (EXCPMSTR.TXT), the requested run's alerts with"
    display "  acknowledgment status (ALERTS.TXT / ALERTACK.TXT)"
    display "  each followed by the approved operator response for"
    display "  its message id from the message catalog MSGCAT.TXT,"
    display "  and the balancing"
    display "  outcome (BALSTAT.TXT)"
    display "  alerts that alert-router grouped (ALERTGRP.TXT) are"
    display "  shown under their parent: correlated children as"
    display "  + child lines and suppressed repeats as a count; a"
    display "  child is acknowledged with its parent"
    display "  the on-call section names, for every role on the"
    display "  roster ONCALL.TXT, who is on call now (outgoing) and"
    display "  who takes over at the next hand-off (incoming)"
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
