identification division.
program-id. oncall-roster.

environment division.
input-output section.
file-control.
    select oncall-file assign to dynamic oncall-filename
        organization is line sequential
        file status is oncall-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

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
fd  oncall-file.
    copy "oncall-fd.cpy".

fd  calendar-file.
    copy "calendar-fd.cpy".

fd  report-file.
01  report-file-record pic x(132).

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
copy "oncall-ws.cpy".
copy "calendar-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

01 report-filename      pic x(100).
01 report-file-status   pic xx.

01 DEFAULT-HORIZON-DAYS constant as 14.
01 MAX-HORIZON-DAYS constant as 90.
01 horizon-x         pic x(10).
01 horizon-days      pic 9(3).
01 day-no            binary-long.

01 MAX-BOUNDS constant as 400.
01 bd-count          binary-long value 0.
01 bd-table.
   05 bd-time        pic 9(4) occurs 400 times.
01 bd-idx            binary-long.
01 bd-jdx            binary-long.
01 bd-probe          pic 9(4).
01 bd-hold           pic 9(4).

01 role-idx          binary-long.
01 role-seen-idx     binary-long.
01 roles-checked     pic 9(5) value 0.

01 today-date-8      pic 9(8).
01 today-int         binary-long.
01 scan-date-8       pic 9(8).
01 scan-date         pic x(10).
01 seg-end           pic 9(4).

01 gap-open-flag     pic x value 'N'.
   88 gap-is-open    value 'Y'.
01 gap-start-date    pic x(10).
01 gap-start-time    pic 9(4).
01 gap-end-date      pic x(10).
01 gap-end-time      pic 9(4).
01 gap-reason        pic x(20).
01 gap-from-disp     pic x(5).
01 gap-to-disp       pic x(5).
01 gaps-found        pic 9(5) value 0.
01 role-gaps         pic 9(5) value 0.
01 count-edit        pic zzzz9.
01 records-read      pic 9(9) value 0.

procedure division.

main.
    move "oncall-roster" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform load-oncall-roster
    move oc-count to records-read
    if oc-count = 0
        display "ONC201E no usable on-call roster entries in "
                function trim(oncall-filename)
        move oncall-filename to audit-input-value
        move "GAP REPORT REFUSED: roster empty or missing"
            to audit-result-value
        perform log-audit-entry
        move 8 to return-code
        stop run
    end-if
    perform write-gap-report
    move oncall-filename to audit-input-value
    move spaces to audit-result-value
    string "roster gaps: roles=" roles-checked
           " days=" horizon-days
           " gaps=" gaps-found
           delimited by size into audit-result-value
    perform log-audit-entry
    if gaps-found > 0
        move 4 to return-code
    end-if
    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 3
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) <> "-g"
        perform show-usage
    end-if

    move arg-val(2) to horizon-x
    move arg-val(3) to report-filename

    if report-filename = spaces
        perform show-usage
    end-if

    if function trim(horizon-x) = "-"
        move DEFAULT-HORIZON-DAYS to horizon-days
    else
        if function test-numval(horizon-x) <> 0
            perform show-usage
        end-if
        if function numval(horizon-x) < 1
           or function numval(horizon-x) > MAX-HORIZON-DAYS
            perform show-usage
        end-if
        compute horizon-days = function numval(horizon-x)
    end-if.

write-gap-report.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "ON-CALL ROSTER GAP REPORT" to rpt-program-title
    perform init-report-header

    accept today-date-8 from date yyyymmdd
    compute today-int = function integer-of-date(today-date-8)

    perform build-band-boundaries

    move horizon-days to count-edit
    move spaces to report-file-record
    string "Roster " function trim(oncall-filename)
           " - every role checked for the next "
           function trim(count-edit)
           " day(s) from today 00:00; a gap is any time with no"
           " band or no primary"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    perform varying role-idx from 1 by 1 until role-idx > oc-count
        perform varying role-seen-idx from 1 by 1
                until role-seen-idx >= role-idx
            if oc-role(role-seen-idx) = oc-role(role-idx)
                exit perform
            end-if
        end-perform
        if role-seen-idx = role-idx
            perform check-one-role
        end-if
    end-perform

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Roles checked: " roles-checked
           "   gaps found: " gaps-found
           delimited by size into report-file-record
    perform write-detail-line

    perform write-run-summary-footer

    close report-file.

build-band-boundaries.
    move 0 to bd-count
    move 0 to bd-probe
    perform add-band-boundary
    perform varying oc-idx from 1 by 1 until oc-idx > oc-count
        move oc-from(oc-idx) to bd-probe
        perform add-band-boundary
        move oc-to(oc-idx) to bd-probe
        perform add-band-boundary
    end-perform

    perform varying bd-idx from 2 by 1 until bd-idx > bd-count
        move bd-time(bd-idx) to bd-hold
        move bd-idx to bd-jdx
        perform until bd-jdx < 2
                or bd-time(bd-jdx - 1) <= bd-hold
            move bd-time(bd-jdx - 1) to bd-time(bd-jdx)
            subtract 1 from bd-jdx
        end-perform
        move bd-hold to bd-time(bd-jdx)
    end-perform.

add-band-boundary.
    if bd-probe >= 2400
        exit paragraph
    end-if
    perform varying bd-jdx from 1 by 1 until bd-jdx > bd-count
        if bd-time(bd-jdx) = bd-probe
            exit paragraph
        end-if
    end-perform
    if bd-count < MAX-BOUNDS
        add 1 to bd-count
        move bd-probe to bd-time(bd-count)
    end-if.

check-one-role.
    add 1 to roles-checked
    move 0 to role-gaps
    move "N" to gap-open-flag
    move oc-role(role-idx) to oc-lookup-role

    move spaces to report-file-record
    string "ROLE " oc-lookup-role
           delimited by size into report-file-record
    perform write-detail-line

    perform varying day-no from 0 by 1 until day-no >= horizon-days
        move function date-of-integer(today-int + day-no)
            to scan-date-8
        move spaces to scan-date
        string scan-date-8(1:4) "-" scan-date-8(5:2) "-"
               scan-date-8(7:2)
               delimited by size into scan-date
        perform varying bd-idx from 1 by 1 until bd-idx > bd-count
            perform check-one-segment
        end-perform
    end-perform

    if gap-is-open
        move scan-date to gap-end-date
        move 2400 to gap-end-time
        perform write-gap-line
    end-if

    if role-gaps = 0
        move "  fully rostered" to report-file-record
        perform write-detail-line
    end-if.

check-one-segment.
    move scan-date to oc-lookup-date
    move bd-time(bd-idx) to oc-lookup-time
    move "PRIMARY" to oc-duty-level
    perform resolve-oncall-contact

    move spaces to gap-reason
    if not oncall-was-found
        move "no one rostered" to gap-reason
    else
        if oc-duty-contact = spaces
            move "no primary" to gap-reason
        end-if
    end-if

    if gap-reason = spaces
        if gap-is-open
            move scan-date to gap-end-date
            move bd-time(bd-idx) to gap-end-time
            perform write-gap-line
        end-if
        exit paragraph
    end-if

    if not gap-is-open
        set gap-is-open to true
        move scan-date to gap-start-date
        move bd-time(bd-idx) to gap-start-time
    end-if.

write-gap-line.
    move "N" to gap-open-flag
    add 1 to gaps-found
    add 1 to role-gaps

    move spaces to gap-from-disp
    string gap-start-time(1:2) ":" gap-start-time(3:2)
           delimited by size into gap-from-disp
    move spaces to gap-to-disp
    string gap-end-time(1:2) ":" gap-end-time(3:2)
           delimited by size into gap-to-disp

    move spaces to report-file-record
    string "  ONC101W GAP " gap-start-date " " gap-from-disp
           " to " gap-end-date " " gap-to-disp
           delimited by size into report-file-record
    perform write-detail-line.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: roster entries " records-read
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
    display "Usage: oncall-roster -g <days|-> <report-file>"
    display "  the on-call roster master ONCALL.TXT holds one line"
    display "  per rostered band, ""<role> | <when> | <from HHMM> |"
    display "  <to HHMM> | <primary> | <secondary> | <manager>"""
    display "  <when> is a date (YYYY-MM-DD), B, W or H for business"
    display "  days, weekends or holidays on the business calendar"
    display "  CALENDAR.TXT, or * for every day; from and to are the"
    display "  hand-off times (to earlier than from runs past"
    display "  midnight, equal means all day); a dated line beats a"
    display "  holiday line, which beats a B/W line, which beats *;"
    display "  among equals the later line wins"
    display "  -g reports every period in the next <days> (default"
    display "  14, up to 90) in which a role has no band or no"
    display "  primary (ONC101W, RC 4); alert-router and"
    display "  alert-escalate resolve ROLE=<role> destinations and"
    display "  shift-handover names the on-call from this roster"
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
    move records-read to eh-records-count
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
