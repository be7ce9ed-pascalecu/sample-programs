identification division.
program-id. freeze-compliance.

environment division.
input-output section.
file-control.
    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

    select freezelog-file assign to dynamic freezelog-filename
        organization is line sequential
        file status is freezelog-status.

    select reportcat-file assign to dynamic reportcat-filename
        organization is line sequential
        file status is reportcat-status.

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
fd  calendar-file.
    copy "calendar-fd.cpy".

fd  freezelog-file.
    copy "freezelog-fd.cpy".

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  report-file.
01  report-file-record   pic x(132).

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
copy "calendar-ws.cpy".
copy "freeze-ws.cpy".
copy "reportcat-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

01 report-filename   pic x(100).
01 report-file-status pic xx.
01 report-year       pic x(4) value spaces.

01 MAX-FROZEN-DAYS   constant as 1000.
01 fd-count          binary-long value 0.
01 fd-table.
   05 fd-entry       occurs 1000 times.
      10 fd-date     pic x(10).
      10 fd-kind     pic x.
      10 fd-name     pic x(30).
01 fd-idx            binary-long.
01 fd-sort-idx       binary-long.
01 fd-hold           pic x(41).
01 fd-swapped        pic x.

01 period-from       pic x(10).
01 period-to         pic x(10).
01 period-kind       pic x.
01 period-name       pic x(30).
01 period-days       pic 9(5).
01 period-next-8     pic 9(8).
01 period-next       pic x(10).
01 period-kind-word  pic x(4).

01 period-attempts   pic 9(5).
01 period-applied    pic 9(5).
01 period-refused    pic 9(5).
01 total-periods     pic 9(5) value 0.
01 total-attempts    pic 9(5) value 0.
01 total-applied     pic 9(5) value 0.
01 total-refused     pic 9(5) value 0.
01 log-entries-read  pic 9(9) value 0.
01 log-outside       pic 9(5) value 0.
01 log-in-period     pic x.
01 outcome-word      pic x(20).

procedure division.

main.
    move "freeze-compliance" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform run-compliance-report

    move report-filename to audit-input-value
    move spaces to audit-result-value
    string "freeze compliance: freezes=" total-periods
           " attempts=" total-attempts
           " applied=" total-applied
           " refused=" total-refused
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.

validate-args.
    accept argc from argument-number

    if argc < 2 or argc > 3
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) <> "-r"
        perform show-usage
    end-if

    move arg-val(2) to report-filename
    if report-filename = spaces
        perform show-usage
    end-if

    if argc = 3
        if arg-val(3)(1:4) is not numeric
           or arg-val(3)(5:1) <> space
            perform show-usage
        end-if
        move arg-val(3)(1:4) to report-year
    end-if.

run-compliance-report.
    move function current-date to rsum-start-stamp

    perform load-freeze-days
    perform sort-freeze-days

    perform resolve-report-generation

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "FREEZE COMPLIANCE" to rpt-program-title
    perform init-report-header

    if fd-count = 0
        move spaces to report-file-record
        move "No change-freeze days in the business calendar"
            to report-file-record
        perform write-detail-line
    end-if

    move 1 to fd-idx
    perform until fd-idx > fd-count
        perform report-one-freeze-period
    end-perform

    perform count-entries-outside

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Freeze periods: " total-periods
           "  changes attempted: " total-attempts
           "  applied (emergency): " total-applied
           "  refused: " total-refused
           delimited by size into report-file-record
    perform write-detail-line
    if log-outside > 0
        move spaces to report-file-record
        string "Freeze log entries outside any current freeze"
               " period (freeze since cleared): " log-outside
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    perform write-run-summary-footer

    close report-file.

load-freeze-days.
    open input calendar-file
    if calendar-status <> "00"
        exit paragraph
    end-if

    read calendar-file
    perform until calendar-status = "10"
        perform note-calendar-day
        read calendar-file
    end-perform

    close calendar-file.

note-calendar-day.
    if report-year <> spaces and cal-file-date(1:4) <> report-year
        exit paragraph
    end-if

    perform varying fd-idx from 1 by 1 until fd-idx > fd-count
        if fd-date(fd-idx) = cal-file-date
            exit perform
        end-if
    end-perform

    if fd-idx > fd-count
        if cal-file-freeze <> "H" and cal-file-freeze <> "S"
            exit paragraph
        end-if
        if fd-count >= MAX-FROZEN-DAYS
            exit paragraph
        end-if
        add 1 to fd-count
        move fd-count to fd-idx
        move cal-file-date to fd-date(fd-idx)
    end-if

    move cal-file-freeze to fd-kind(fd-idx)
    move cal-file-freeze-name to fd-name(fd-idx).

sort-freeze-days.
    move "Y" to fd-swapped
    perform until fd-swapped = "N"
        move "N" to fd-swapped
        perform varying fd-idx from 1 by 1 until fd-idx >= fd-count
            compute fd-sort-idx = fd-idx + 1
            if fd-date(fd-sort-idx) < fd-date(fd-idx)
                move fd-entry(fd-idx) to fd-hold
                move fd-entry(fd-sort-idx) to fd-entry(fd-idx)
                move fd-hold to fd-entry(fd-sort-idx)
                move "Y" to fd-swapped
            end-if
        end-perform
    end-perform.

report-one-freeze-period.
    if fd-kind(fd-idx) <> "H" and fd-kind(fd-idx) <> "S"
        add 1 to fd-idx
        exit paragraph
    end-if

    move fd-date(fd-idx) to period-from
    move fd-date(fd-idx) to period-to
    move fd-kind(fd-idx) to period-kind
    move fd-name(fd-idx) to period-name
    move 1 to period-days
    add 1 to fd-idx

    perform until fd-idx > fd-count
        perform next-period-date
        if fd-date(fd-idx) <> period-next
           or fd-kind(fd-idx) <> period-kind
           or fd-name(fd-idx) <> period-name
            exit perform
        end-if
        move fd-date(fd-idx) to period-to
        add 1 to period-days
        add 1 to fd-idx
    end-perform

    add 1 to total-periods
    move 0 to period-attempts
    move 0 to period-applied
    move 0 to period-refused

    if period-kind = "H"
        move "HARD" to period-kind-word
    else
        move "SOFT" to period-kind-word
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "FREEZE " function trim(period-name)
           "  " period-kind-word "  " period-from " to " period-to
           "  (" period-days " day(s))"
           delimited by size into report-file-record
    perform write-detail-line

    open input freezelog-file
    if freezelog-status = "00"
        read freezelog-file
        perform until freezelog-status = "10"
            perform parse-freezelog-record
            if fl-rec-ts(1:10) >= period-from
               and fl-rec-ts(1:10) <= period-to
               and fl-rec-name = period-name
                perform report-one-freeze-attempt
            end-if
            read freezelog-file
        end-perform
        close freezelog-file
    end-if

    if period-attempts = 0
        move spaces to report-file-record
        move "  no changes attempted" to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    string "  attempted " period-attempts
           "  applied (emergency) " period-applied
           "  refused " period-refused
           delimited by size into report-file-record
    perform write-detail-line

    add period-attempts to total-attempts
    add period-applied to total-applied
    add period-refused to total-refused.

next-period-date.
    move period-to(1:4) to period-next-8(1:4)
    move period-to(6:2) to period-next-8(5:2)
    move period-to(9:2) to period-next-8(7:2)
    compute period-next-8 = function date-of-integer(
        function integer-of-date(period-next-8) + 1)
    move spaces to period-next
    string period-next-8(1:4) "-" period-next-8(5:2) "-"
           period-next-8(7:2)
           delimited by size into period-next.

parse-freezelog-record.
    move spaces to fl-rec-ts
    move spaces to fl-rec-program
    move spaces to fl-rec-operator
    move spaces to fl-rec-target
    move spaces to fl-rec-kind
    move spaces to fl-rec-name
    move spaces to fl-rec-outcome
    move spaces to fl-rec-reason

    if function trim(freezelog-record) = spaces
       or freezelog-record(1:1) = "*"
        exit paragraph
    end-if

    unstring freezelog-record delimited by " | "
        into fl-rec-ts, fl-rec-program, fl-rec-operator,
             fl-rec-target, fl-rec-kind, fl-rec-name,
             fl-rec-outcome, fl-rec-reason
    end-unstring.

report-one-freeze-attempt.
    add 1 to period-attempts
    if fl-rec-outcome = "EMERGENCY"
        add 1 to period-applied
        move "APPLIED (emergency)" to outcome-word
    else
        add 1 to period-refused
        move "REFUSED" to outcome-word
    end-if

    move spaces to report-file-record
    string "  " fl-rec-ts "  " fl-rec-program(1:20) " "
           fl-rec-operator(1:12) " "
           function trim(outcome-word) "  "
           function trim(fl-rec-target)
           delimited by size into report-file-record
    perform write-detail-line

    if fl-rec-reason <> spaces and fl-rec-reason <> "-"
        move spaces to report-file-record
        string "      reason: " function trim(fl-rec-reason)
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

count-entries-outside.
    open input freezelog-file
    if freezelog-status <> "00"
        exit paragraph
    end-if

    read freezelog-file
    perform until freezelog-status = "10"
        perform parse-freezelog-record
        if fl-rec-ts <> spaces
           and (report-year = spaces
                or fl-rec-ts(1:4) = report-year)
            add 1 to log-entries-read
            move "N" to log-in-period
            perform varying fd-idx from 1 by 1 until fd-idx > fd-count
                if fd-date(fd-idx) = fl-rec-ts(1:10)
                   and fd-name(fd-idx) = fl-rec-name
                   and (fd-kind(fd-idx) = "H" or fd-kind(fd-idx) = "S")
                    move "Y" to log-in-period
                    exit perform
                end-if
            end-perform
            if log-in-period = "N"
                add 1 to log-outside
            end-if
        end-if
        read freezelog-file
    end-perform

    close freezelog-file.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: freeze log entries read " log-entries-read
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

show-usage.
    display "Usage: freeze-compliance -r <report-file> [<year>]"
    display "  reports every change-freeze period in the business"
    display "  calendar CALENDAR.TXT (consecutive days with the same"
    display "  freeze name and kind - marked with calendar-load -f)"
    display "  and, from FREEZELOG.TXT, every change attempted during"
    display "  it under that freeze: applied under an emergency-"
    display "  change reason (soft freeze) or refused; <year>"
    display "  limits the report to one"
    display "  calendar year; the report is written as the next"
    display "  generation <report-file>.gNNNN and catalogued in"
    display "  REPORTCAT.TXT"
    move 16 to return-code
    stop run.

resolve-report-generation.
    move 0 to rcat-max-gen
    move report-filename to rcat-base-name

    open input reportcat-file
    if reportcat-status = "00"
        read reportcat-file
        perform until reportcat-status = "10"
            perform scan-one-catalog-record
            read reportcat-file
        end-perform
        close reportcat-file
    end-if

    compute rcat-gen = rcat-max-gen + 1

    move spaces to report-filename
    string function trim(rcat-base-name) ".g" rcat-gen
           delimited by size into report-filename

    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to rcat-date-8

    open extend reportcat-file
    if reportcat-status = "05" or reportcat-status = "35"
        open output reportcat-file
    end-if
    move spaces to reportcat-record
    string function trim(rcat-base-name) " | "
           rcat-date-8(1:4) "-" rcat-date-8(5:2) "-" rcat-date-8(7:2)
           " | run=" audit-run-id
           " | " rcat-gen
           " | " function trim(report-filename)
           delimited by size into reportcat-record
    write reportcat-record
    close reportcat-file.

scan-one-catalog-record.
    move spaces to rcat-rec-base
    move spaces to rcat-rec-date
    move spaces to rcat-rec-run
    move spaces to rcat-rec-gen
    move spaces to rcat-rec-actual

    unstring reportcat-record delimited by " | "
        into rcat-rec-base, rcat-rec-date, rcat-rec-run,
             rcat-rec-gen, rcat-rec-actual
    end-unstring

    if rcat-rec-base = rcat-base-name
       and function test-numval(rcat-rec-gen) = 0
        if function numval(rcat-rec-gen) > rcat-max-gen
            compute rcat-max-gen = function numval(rcat-rec-gen)
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


append-elapsed-history.
    perform resolve-audit-window
    if audit-window-id <> "-" and audit-window-id <> "NIGHT"
        move spaces to elapsed-hist-filename
        string "ELAPSED-HIST."
               function trim(audit-window-id) ".TXT"
               delimited by size into elapsed-hist-filename
    end-if
    move log-entries-read to eh-records-count
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
