        organization is line sequential
        file status is ctlparm-status.

    select msgcat-file assign to dynamic msgcat-filename
        organization is line sequential
        file status is msgcat-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
        organization is line sequential
        file status is elapsed-hist-status.

    select stepdeps-file assign to dynamic stepdeps-filename
        organization is line sequential
        file status is stepdeps-status.

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
fd  ctlparm-file.
    copy "ctlparm-fd.cpy".

fd  msgcat-file.
    copy "msgcat-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

fd  stepdeps-file.
01  stepdeps-record     pic x(1400).

fd  alertgrp-file.
01  alertgrp-record     pic x(200).

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
copy "elapsed-ws.cpy".
copy "alert-ws.cpy".
copy "ctlparm-ws.cpy".
copy "oncall-ws.cpy".
copy "calendar-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 report-filename      pic x(100).
01 report-file-status   pic xx.

01 stepdeps-filename    pic x(100) value "STEPDEPS.TXT".
01 stepdeps-status      pic xx.
01 alertgrp-filename    pic x(100) value "ALERTGRP.TXT".
01 alertgrp-status      pic xx.

01 ESCALATE-MINS-DEFAULT constant as 30.
01 escalate-mins     pic 9(5).
01 SUPPRESS-MINS-DEFAULT constant as 15.
01 suppress-mins     pic 9(5).
01 suppress-disp     pic z(4)9.

01 MAX-ROUTES constant as 20.
01 route-count       binary-long value 0.
01 rt-dest           pic x(100).
01 rt-ptr            binary-long.

01 MAX-ALERTS constant as 1000.
01 at-count          binary-long value 0.
01 at-table.
   05 at-entry       occurs 1000 times.
      10 at-record    pic x(200).
      10 at-program   pic x(30).
      10 at-timestamp pic x(19).
      10 at-run       pic 9(4).
      10 at-severity  pic x(10).
      10 at-message   pic x(120).
      10 at-key       pic x(60).
      10 at-mins      pic s9(9) comp.
      10 at-last-mins pic s9(9) comp.
      10 at-step      pic x(30).
      10 at-step-idx  binary-long.
      10 at-role      pic x.
      10 at-parent    binary-long.
      10 at-group     binary-long.
      10 at-repeats   binary-long.
      10 at-children  binary-long.
01 at-idx            binary-long.
01 at-jdx            binary-long.
01 at-orig           binary-long.
01 at-other          binary-long.
01 at-grp-idx        binary-long.

01 MAX-STEP-DEPS constant as 500.
01 sd-count          binary-long value 0.
01 sd-table.
   05 sd-entry       occurs 500 times.
      10 sd-run      pic 9(4).
      10 sd-step     pic x(30).
      10 sd-program  pic x(30).
      10 sd-after    pic x(300).
      10 sd-datasets pic x(300).
01 sd-idx            binary-long.
01 sd-jdx            binary-long.
01 sd-a              binary-long.
01 sd-b              binary-long.
01 sd-run-work       pic 9(4).
01 sd-run-x          pic x(10).
01 sd-step-x         pic x(30).
01 sd-program-x      pic x(30).
01 sd-after-x        pic x(720).
01 sd-datasets-x     pic x(610).
01 sd-probe-before   pic x(120).
01 sd-probe-after    pic x(120).

01 up-count          binary-long value 0.
01 up-table.
   05 up-step        binary-long occurs 500 times.
01 up-idx            binary-long.
01 up-jdx            binary-long.

01 ds-list           pic x(320).
01 ds-token          pic x(100).
01 ds-probe          pic x(102).
01 ds-ptr            binary-long.
01 ds-hits           binary-long.
01 steps-related-flag pic x.
   88 steps-are-related value 'Y'.

01 group-keep        binary-long.
01 group-drop        binary-long.
01 group-parent      binary-long.
01 group-size        binary-long.
01 group-line        pic x(200).
01 group-run-disp    pic 9(4).
01 group-target-flag pic x value 'D'.
   88 group-to-report value 'R'.
   88 group-to-dest   value 'D'.

01 al-record         pic x(200).
01 al-program        pic x(30).
01 al-timestamp      pic x(19).
01 al-run            pic x(10).
01 alerts-acked      pic 9(9) value 0.
01 alerts-escalated  pic 9(9) value 0.
01 alerts-unrouted   pic 9(9) value 0.
01 alerts-suppressed pic 9(9) value 0.
01 alerts-correlated pic 9(9) value 0.
01 alert-groups      pic 9(9) value 0.
01 routed-this-alert pic x.
01 delivered-flag    pic x.
   88 alert-delivered value 'Y'.
01 role-default-level pic x(10).
01 alerts-unrostered pic 9(9) value 0.
01 runbook-line      pic x(200).
01 age-mins-disp     pic z(8)9.

procedure division.
    perform validate-args
    perform check-operator-authority
    perform resolve-escalation-minutes
    perform resolve-suppress-minutes
    perform load-routing-table
    perform load-oncall-roster
    perform load-ack-table
    perform load-message-catalog
    perform clear-destinations
    perform route-all-alerts
    move alert-filename to audit-input-value
           " routed=" alerts-routed
           " acked=" alerts-acked
           " escalated=" alerts-escalated
           " suppressed=" alerts-suppressed
           " correlated=" alerts-correlated
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.
        compute escalate-mins = function numval(ctlparm-lookup-value)
    end-if.

resolve-suppress-minutes.
    move SUPPRESS-MINS-DEFAULT to suppress-mins

    move "ALERT-SUPPRESS-MINS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
        compute suppress-mins = function numval(ctlparm-lookup-value)
    end-if.

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
    perform varying route-idx from 1 by 1
            until route-idx > route-count
        move route-dest(route-idx) to dest-filename
        if dest-filename(1:5) <> ONCALL-ROLE-TAG
            open output dest-file
            close dest-file
        end-if
    end-perform.

route-all-alerts.
    move function current-date to rsum-start-stamp
    accept now-date-8 from date yyyymmdd
    accept now-time from time
    compute now-mins =
    move "ALERT ROUTER" to rpt-program-title
    perform init-report-header

    perform load-alert-table
    close alert-file

    perform load-step-dependencies
    perform resolve-alert-steps
    perform suppress-repeated-alerts
    perform correlate-run-alerts
    perform write-alert-groups

    perform varying at-idx from 1 by 1 until at-idx > at-count
        perform route-one-alert
    end-perform

    perform write-router-totals
    perform write-run-summary-footer

    close report-file.

route-one-alert.
    if at-role(at-idx) = "R"
        add 1 to alerts-suppressed
        exit paragraph
    end-if

    if at-role(at-idx) = "C"
        add 1 to alerts-correlated
        exit paragraph
    end-if

    move at-record(at-idx) to al-record
    perform parse-alert-record

    perform check-alert-acked
    if alert-is-acked
        exit paragraph
    end-if

    perform build-runbook-line

    move "N" to routed-this-alert
    move "PRIMARY" to role-default-level

    perform varying route-idx from 1 by 1
            until route-idx > route-count
        if route-class(route-idx) = al-severity
           or route-class(route-idx) = "ALL"
            perform deliver-to-destination
            if alert-delivered
                move "Y" to routed-this-alert
            end-if
        end-if
    end-perform

               function trim(al-key)
               delimited by size into report-file-record
        perform write-detail-line
        if runbook-line <> spaces
            move runbook-line to report-file-record
            perform write-detail-line
        end-if
    end-if

    if at-children(at-idx) > 0 or at-repeats(at-idx) > 0
        move spaces to report-file-record
        string "GROUPED: " function trim(al-key)
               delimited by size into report-file-record
        perform write-detail-line
        set group-to-report to true
        perform write-group-lines
        set group-to-dest to true
    end-if

    perform escalate-if-aged.

load-alert-table.
    read alert-file
    perform until alert-file-status = "10"
        add 1 to alerts-read
        if function trim(alert-file-record) <> spaces
           and at-count < MAX-ALERTS
            add 1 to at-count
            perform load-one-alert
        end-if
        read alert-file
    end-perform.

load-one-alert.
    move alert-file-record to at-record(at-count)
    move alert-file-record to al-record
    perform parse-alert-record

    move al-program to at-program(at-count)
    move al-timestamp to at-timestamp(at-count)
    move al-severity to at-severity(at-count)
    move al-message to at-message(at-count)
    move al-key to at-key(at-count)

    move 0 to at-run(at-count)
    if al-run(1:4) = "run="
       and function test-numval(al-run(5:4)) = 0
        compute at-run(at-count) = function numval(al-run(5:4))
    end-if

    move -1 to at-mins(at-count)
    if function test-numval(al-timestamp(1:4)) = 0
       and function test-numval(al-timestamp(12:2)) = 0
       and function test-numval(al-timestamp(15:2)) = 0
        move al-timestamp(1:4) to al-date-8(1:4)
        move al-timestamp(6:2) to al-date-8(5:2)
        move al-timestamp(9:2) to al-date-8(7:2)
        compute at-mins(at-count) =
            function integer-of-date(al-date-8) * 1440
            + function numval(al-timestamp(12:2)) * 60
            + function numval(al-timestamp(15:2))
    end-if
    move at-mins(at-count) to at-last-mins(at-count)

    move spaces to at-step(at-count)
    move 0 to at-step-idx(at-count)
    move "S" to at-role(at-count)
    move 0 to at-parent(at-count)
    move at-count to at-group(at-count)
    move 0 to at-repeats(at-count)
    move 0 to at-children(at-count).

parse-alert-record.
    move spaces to al-program
    move spaces to al-timestamp
    move spaces to al-run
    move spaces to al-severity
    move spaces to al-message

    unstring al-record delimited by " | "
        into al-program, al-timestamp, al-run,
             al-severity, al-message
    end-unstring

    move spaces to al-key
    string function trim(al-program) " | " al-timestamp
           delimited by size into al-key.

load-step-dependencies.
    open input stepdeps-file
    if stepdeps-status <> "00"
        exit paragraph
    end-if

    read stepdeps-file
    perform until stepdeps-status = "10"
        perform load-one-step-dependency
        read stepdeps-file
    end-perform

    close stepdeps-file.

load-one-step-dependency.
    if function trim(stepdeps-record) = spaces
       or stepdeps-record(1:4) <> "run="
       or sd-count >= MAX-STEP-DEPS
        exit paragraph
    end-if

    move spaces to sd-run-x
    move spaces to sd-step-x
    move spaces to sd-program-x
    move spaces to sd-after-x
    move spaces to sd-datasets-x

    unstring stepdeps-record delimited by " | "
        into sd-run-x, sd-step-x, sd-program-x,
             sd-after-x, sd-datasets-x
    end-unstring

    if function test-numval(sd-run-x(5:4)) <> 0
        exit paragraph
    end-if

    compute sd-run-work = function numval(sd-run-x(5:4))
    perform varying at-idx from 1 by 1 until at-idx > at-count
        if at-run(at-idx) = sd-run-work
            exit perform
        end-if
    end-perform
    if at-idx > at-count
        exit paragraph
    end-if

    add 1 to sd-count
    move sd-run-work to sd-run(sd-count)
    move sd-step-x to sd-step(sd-count)
    move sd-program-x to sd-program(sd-count)
    move sd-after-x to sd-after(sd-count)
    move sd-datasets-x to sd-datasets(sd-count)
    if sd-after(sd-count) = "-"
        move spaces to sd-after(sd-count)
    end-if
    if sd-datasets(sd-count) = "-"
        move spaces to sd-datasets(sd-count)
    end-if.

resolve-alert-steps.
    perform varying at-idx from 1 by 1 until at-idx > at-count
        if at-run(at-idx) > 0
            perform resolve-one-alert-step
        end-if
    end-perform.

resolve-one-alert-step.
    if at-program(at-idx) = "batch-dispatcher"
        move spaces to sd-probe-before
        move spaces to sd-probe-after
        unstring at-message(at-idx) delimited by "step "
            into sd-probe-before, sd-probe-after
        end-unstring
        if sd-probe-after <> spaces
            unstring sd-probe-after delimited by space
                into at-step(at-idx)
            end-unstring
        end-if
        perform varying sd-idx from 1 by 1 until sd-idx > sd-count
            if sd-run(sd-idx) = at-run(at-idx)
               and sd-step(sd-idx) = at-step(at-idx)
                move sd-idx to at-step-idx(at-idx)
                exit perform
            end-if
        end-perform
    else
        perform varying sd-idx from 1 by 1 until sd-idx > sd-count
            if sd-run(sd-idx) = at-run(at-idx)
               and sd-program(sd-idx) = at-program(at-idx)
                move sd-idx to at-step-idx(at-idx)
                move sd-step(sd-idx) to at-step(at-idx)
                exit perform
            end-if
        end-perform
    end-if.

suppress-repeated-alerts.
    if suppress-mins = 0
        exit paragraph
    end-if

    perform varying at-idx from 2 by 1 until at-idx > at-count
        if at-mins(at-idx) >= 0
            perform find-original-alert
        end-if
    end-perform.

find-original-alert.
    perform varying at-jdx from at-idx by -1 until at-jdx < 2
        compute at-orig = at-jdx - 1
        if at-role(at-orig) <> "R"
           and at-program(at-orig) = at-program(at-idx)
           and at-severity(at-orig) = at-severity(at-idx)
           and at-message(at-orig) = at-message(at-idx)
            if at-last-mins(at-orig) >= 0
               and at-mins(at-idx) >= at-last-mins(at-orig)
               and at-mins(at-idx) - at-last-mins(at-orig)
                   <= suppress-mins
                move "R" to at-role(at-idx)
                move at-orig to at-parent(at-idx)
                add 1 to at-repeats(at-orig)
                move at-mins(at-idx) to at-last-mins(at-orig)
            end-if
            exit perform
        end-if
    end-perform.

correlate-run-alerts.
    perform varying at-idx from 1 by 1 until at-idx > at-count
        if at-role(at-idx) <> "R" and at-step-idx(at-idx) > 0
            perform varying at-jdx from at-idx by 1
                    until at-jdx >= at-count
                compute at-other = at-jdx + 1
                perform compare-alert-pair
            end-perform
        end-if
    end-perform

    perform varying at-idx from 1 by 1 until at-idx > at-count
        if at-role(at-idx) <> "R" and at-group(at-idx) = at-idx
            perform elect-group-parent
        end-if
    end-perform.

compare-alert-pair.
    if at-role(at-other) = "R"
       or at-step-idx(at-other) = 0
       or at-run(at-other) <> at-run(at-idx)
       or at-group(at-other) = at-group(at-idx)
        exit paragraph
    end-if

    move "N" to steps-related-flag
    move at-step-idx(at-idx) to sd-a
    move at-step-idx(at-other) to sd-b

    if sd-a = sd-b
        set steps-are-related to true
    end-if
    if not steps-are-related
        perform check-shared-dataset
    end-if
    if not steps-are-related
        perform check-upstream-step
    end-if
    if not steps-are-related
        move at-step-idx(at-other) to sd-a
        move at-step-idx(at-idx) to sd-b
        perform check-upstream-step
    end-if

    if steps-are-related
        perform merge-alert-groups
    end-if.

merge-alert-groups.
    move at-group(at-idx) to group-keep
    move at-group(at-other) to group-drop
    if group-drop < group-keep
        move group-drop to group-keep
        move at-group(at-idx) to group-drop
    end-if

    perform varying at-grp-idx from 1 by 1
            until at-grp-idx > at-count
        if at-group(at-grp-idx) = group-drop
            move group-keep to at-group(at-grp-idx)
        end-if
    end-perform.

check-shared-dataset.
    if sd-datasets(sd-a) = spaces or sd-datasets(sd-b) = spaces
        exit paragraph
    end-if

    move spaces to ds-list
    string "," function trim(sd-datasets(sd-b)) ","
           delimited by size into ds-list

    move 1 to ds-ptr
    perform until ds-ptr > length of sd-datasets(sd-a)
            or sd-datasets(sd-a)(ds-ptr:) = spaces
            or steps-are-related
        move spaces to ds-token
        unstring sd-datasets(sd-a) delimited by ","
            into ds-token
            with pointer ds-ptr
        end-unstring
        if ds-token <> spaces
            move spaces to ds-probe
            string "," function trim(ds-token) ","
                   delimited by size into ds-probe
            move 0 to ds-hits
            inspect ds-list tallying ds-hits
                for all ds-probe(1:function length(
                    function trim(ds-token)) + 2)
            if ds-hits > 0
                set steps-are-related to true
            end-if
        end-if
    end-perform.

check-upstream-step.
    move 0 to up-count
    move sd-a to sd-idx
    perform queue-step-predecessors

    move 1 to up-idx
    perform until up-idx > up-count or steps-are-related
        if up-step(up-idx) = sd-b
            set steps-are-related to true
        else
            move up-step(up-idx) to sd-idx
            perform queue-step-predecessors
        end-if
        add 1 to up-idx
    end-perform.

queue-step-predecessors.
    if sd-after(sd-idx) = spaces
        exit paragraph
    end-if

    move 1 to ds-ptr
    perform until ds-ptr > length of sd-after(sd-idx)
            or sd-after(sd-idx)(ds-ptr:) = spaces
        move spaces to ds-token
        unstring sd-after(sd-idx) delimited by ","
            into ds-token
            with pointer ds-ptr
        end-unstring
        if ds-token <> spaces
            perform queue-one-predecessor
        end-if
    end-perform.

queue-one-predecessor.
    perform varying sd-jdx from 1 by 1 until sd-jdx > sd-count
        if sd-run(sd-jdx) = sd-run(sd-a)
           and sd-step(sd-jdx) = ds-token
            exit perform
        end-if
    end-perform
    if sd-jdx > sd-count
        exit paragraph
    end-if

    perform varying up-jdx from 1 by 1 until up-jdx > up-count
        if up-step(up-jdx) = sd-jdx
            exit paragraph
        end-if
    end-perform

    if up-count < MAX-STEP-DEPS
        add 1 to up-count
        move sd-jdx to up-step(up-count)
    end-if.

elect-group-parent.
    move at-idx to group-parent
    move 0 to group-size
    perform varying at-jdx from at-idx by 1 until at-jdx > at-count
        if at-group(at-jdx) = at-idx and at-role(at-jdx) <> "R"
            add 1 to group-size
            if at-mins(at-jdx) >= 0
               and (at-mins(at-jdx) < at-mins(group-parent)
                    or at-mins(group-parent) < 0)
                move at-jdx to group-parent
            end-if
        end-if
    end-perform

    if group-size < 2
        exit paragraph
    end-if

    add 1 to alert-groups
    move "P" to at-role(group-parent)
    perform varying at-jdx from at-idx by 1 until at-jdx > at-count
        if at-group(at-jdx) = at-idx and at-role(at-jdx) <> "R"
           and at-jdx <> group-parent
            move "C" to at-role(at-jdx)
            move group-parent to at-parent(at-jdx)
            add 1 to at-children(group-parent)
        end-if
    end-perform.

write-alert-groups.
    open output alertgrp-file
    if alertgrp-status <> "00"
        exit paragraph
    end-if

    perform varying at-idx from 1 by 1 until at-idx > at-count
        if at-role(at-idx) = "C" or at-role(at-idx) = "R"
            move at-parent(at-idx) to at-orig
            move spaces to alertgrp-record
            if at-role(at-idx) = "C"
                string function trim(at-key(at-idx)) " | CHILD | "
                       function trim(at-key(at-orig))
                       delimited by size into alertgrp-record
            else
                string function trim(at-key(at-idx)) " | REPEAT | "
                       function trim(at-key(at-orig))
                       delimited by size into alertgrp-record
            end-if
            write alertgrp-record
        end-if
    end-perform

    close alertgrp-file.

write-group-lines.
    if at-repeats(at-idx) > 0
        move at-repeats(at-idx) to age-mins-disp
        move suppress-mins to suppress-disp
        move spaces to group-line
        string "    REPEATED " function trim(age-mins-disp)
               " more time(s) within " function trim(suppress-disp)
               " min - counted, not re-routed"
               delimited by size into group-line
        perform write-group-line
    end-if

    if at-children(at-idx) = 0
        exit paragraph
    end-if

    move at-children(at-idx) to age-mins-disp
    move at-run(at-idx) to group-run-disp
    move spaces to group-line
    string "    CORRELATED parent (run=" group-run-disp
           " step " function trim(at-step(at-idx)) ") - "
           function trim(age-mins-disp) " child alert(s):"
           delimited by size into group-line
    perform write-group-line

    perform varying at-jdx from 1 by 1 until at-jdx > at-count
        if at-role(at-jdx) = "C" and at-parent(at-jdx) = at-idx
            move spaces to group-line
            if group-to-report
                string "      child: " function trim(at-key(at-jdx))
                       " step " function trim(at-step(at-jdx))
                       delimited by size into group-line
            else
                string "      child: " at-record(at-jdx)(1:180)
                       delimited by size into group-line
            end-if
            perform write-group-line
        end-if
    end-perform.

write-group-line.
    if group-to-report
        move group-line to report-file-record
        perform write-detail-line
    else
        move group-line to dest-file-record
        write dest-file-record
    end-if.

check-alert-acked.
    move "N" to alert-acked-flag
    perform varying ack-idx from 1 by 1 until ack-idx > ack-count
    end-perform.

deliver-to-destination.
    move "N" to delivered-flag
    move route-dest(route-idx) to dest-filename
    if dest-filename(1:5) = ONCALL-ROLE-TAG
        perform resolve-role-destination
        if dest-filename = spaces
            exit paragraph
        end-if
    end-if

    set alert-delivered to true
    open extend dest-file
    if dest-file-status = "05" or dest-file-status = "35"
        open output dest-file
    end-if
    move al-record to dest-file-record
    write dest-file-record
    if runbook-line <> spaces
        move runbook-line to dest-file-record
        write dest-file-record
    end-if
    perform write-group-lines
    close dest-file.

escalate-if-aged.
        exit paragraph
    end-if

    move "SECONDARY" to role-default-level
    perform varying route-idx from 1 by 1
            until route-idx > route-count
        if route-class(route-idx) = "ESCALATE"
            perform deliver-to-destination
            if not alert-delivered
                exit perform
            end-if
            add 1 to alerts-escalated
            move al-age-mins to age-mins-disp
            move spaces to report-file-record
                   function trim(al-key)
                   delimited by size into report-file-record
            perform write-detail-line
            if runbook-line <> spaces
                move runbook-line to report-file-record
                perform write-detail-line
            end-if
            exit perform
        end-if
    end-perform.

resolve-role-destination.
    move dest-filename to oc-dest-text
    perform parse-oncall-destination
    move oc-dest-role to oc-lookup-role
    if oc-dest-level = spaces
        move role-default-level to oc-dest-level
    end-if
    move oc-dest-level to oc-duty-level

    if function test-numval(al-timestamp(1:4)) = 0
       and function test-numval(al-timestamp(12:2)) = 0
       and function test-numval(al-timestamp(15:2)) = 0
        move al-timestamp(1:10) to oc-lookup-date
        compute oc-lookup-time =
            function numval(al-timestamp(12:2)) * 100
            + function numval(al-timestamp(15:2))
    else
        move spaces to oc-lookup-date
        string now-date-8(1:4) "-" now-date-8(5:2) "-"
               now-date-8(7:2)
               delimited by size into oc-lookup-date
        compute oc-lookup-time = now-hh * 100 + now-mi
    end-if

    perform resolve-oncall-contact

    move spaces to report-file-record
    if oc-duty-contact = spaces
        add 1 to alerts-unrostered
        string "NO ONE ON CALL for " function trim(oc-lookup-role)
               "/" function trim(oc-duty-level) " at "
               oc-lookup-date " " oc-lookup-time ": "
               function trim(al-key)
               delimited by size into report-file-record
    else
        string "ON CALL " function trim(oc-lookup-role)
               "/" function trim(oc-duty-level) " -> "
               function trim(oc-duty-contact) ": "
               function trim(al-key)
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    move oc-duty-contact to dest-filename.

build-runbook-line.
    move spaces to runbook-line
    move al-message to mc-probe-text
    perform find-message-id-in-text
    if mc-lookup-id = spaces
        exit paragraph
    end-if

    if not msgcat-was-found
       or mc-response(mc-found-idx) = spaces
        string "    " mc-lookup-id
               ": no runbook text in MSGCAT.TXT - refer to the"
               " owning team"
               delimited by size into runbook-line
        exit paragraph
    end-if

    string "    " mc-lookup-id
           " (" mc-severity(mc-found-idx) ") response: "
           function trim(mc-response(mc-found-idx))
           delimited by size into runbook-line.

write-router-totals.
    move spaces to report-file-record
    perform write-detail-line
           "  escalated " alerts-escalated
           "  unrouted " alerts-unrouted
           delimited by size into report-file-record
    perform write-detail-line

    if alerts-unrostered > 0
        move spaces to report-file-record
        string "On-call roster: " alerts-unrostered
               " delivery(ies) found no one on call for the role"
               " (ONCALL.TXT)"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    move suppress-mins to suppress-disp
    move spaces to report-file-record
    string "Storm control: groups " alert-groups
           "  correlated children " alerts-correlated
           "  suppressed repeats " alerts-suppressed
           "  (interval " function trim(suppress-disp) " min)"
           delimited by size into report-file-record
    perform write-detail-line.

write-router-report.
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
    display "Usage: alert-router -r <routing-control-file> <report-file>"
    display "  routing control file: one line per class,"
    display "  alert severities (HALT, FAIL, ...), ALL matches every"
    display "  class, and ESCALATE names the destination for alerts"
    display "  unacknowledged past ALERT-ESCALATE-MINS (CTLPARM.TXT)"
    display "  a destination of ROLE=<role>[/PRIMARY|SECONDARY|MANAGER]"
    display "  goes to whoever the on-call roster ONCALL.TXT has on"
    display "  duty for the role when the alert fired (primary by"
    display "  default, secondary for ESCALATE); holiday cover comes"
    display "  from the business calendar CALENDAR.TXT"
    display "  acknowledgements: one ""program | timestamp"" line per"
    display "  alert in ALERTACK.TXT"
    display "  every delivered alert is followed by the approved"
    display "  operator response for its message id from the message"
    display "  catalog MSGCAT.TXT (also shown for unrouted and"
    display "  escalated alerts on the report)"
    display "  storm control: a repeat of an identical alert (same"
    display "  program, severity and text) within ALERT-SUPPRESS-MINS"
    display "  (CTLPARM.TXT, default 15, 0 turns it off) of the last"
    display "  one is counted on the first, not re-routed; alerts of"
    display "  one run whose steps share a dependency chain (AFTER=)"
    display "  or a dataset (STEPDEPS.TXT from batch-dispatcher) are"
    display "  grouped under one parent - the earliest failure - with"
    display "  the others attached as children; only the parent is"
    display "  routed and escalated, and an acknowledgement of the"
    display "  parent covers the group; the grouping is written to"
    display "  ALERTGRP.TXT for alert-escalate and shift-handover"
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
