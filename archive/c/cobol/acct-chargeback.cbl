        organization is line sequential
        file status is acct-status.

    select budget-file assign to dynamic budget-filename
        organization is line sequential
        file status is budget-status.

    select gl-file assign to dynamic gl-filename
        organization is line sequential
        file status is gl-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.
        organization is line sequential
        file status is elapsed-hist-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

data division.
file section.
fd  acct-file.
01  acct-record       pic x(200).

fd  budget-file.
01  budget-record     pic x(200).

fd  gl-file.
    copy "gljournal-fd.cpy".

fd  report-file.
01  report-file-record pic x(132).

fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

fd  calendar-file.
    copy "calendar-fd.cpy".

working-storage section.

copy "auditlog-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".
copy "calendar-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 acct-status          pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 budget-filename      pic x(100) value "DEPTBUDG.TXT".
01 budget-status        pic xx.
01 gl-filename          pic x(100).
01 gl-status            pic xx.
01 GL-CREDIT-DEPT constant as "IT".

01 target-period     pic x(10).
01 period-kind-flag  pic x value 'M'.
   88 period-is-month  value 'M'.
   88 period-is-fiscal value 'F'.
01 period-no         pic 9(2).
01 period-from       pic x(10).
01 period-to         pic x(10).
01 period-year-from  pic x(10).
01 period-work-8     pic 9(8).
01 period-work-int   pic s9(9) comp.
01 period-label      pic x(6) value "month ".
01 gl-period         pic x(7).

01 aj-date           pic x(12).
01 aj-run            pic x(12).
01 aj-elapsed        pic x(12).
01 aj-records        pic x(12).
01 aj-rc             pic x(12).
01 aj-clock          pic x(8).
01 clock-change-steps pic 9(9) value 0.

01 MAX-DEPTS constant as 50.
01 dp-count          binary-long value 0.
      10 dp-steps    pic 9(9).
      10 dp-elapsed  pic 9(11).
      10 dp-records  pic 9(13).
      10 dp-ytd-elapsed pic 9(11).
      10 dp-ytd-records pic 9(13).
      10 dp-budget-flag pic x.
         88 dp-budgeted value 'Y'.
      10 dp-budget-secs pic 9(11).
      10 dp-budget-recs pic 9(13).
      10 dp-sec-rate    pic 9(5)v9(4).
      10 dp-krec-rate   pic 9(5)v9(4).
      10 dp-charge      pic 9(11)v99.
      10 dp-budget-charge pic 9(11)v99.
      10 dp-ytd-charge  pic 9(11)v99.
      10 dp-ytd-budget-charge pic 9(11)v99.
01 dp-idx            binary-long.
01 dp-probe          pic x(8).

01 bm-dept           pic x(12).
01 bm-budget-secs    pic x(20).
01 bm-budget-recs    pic x(20).
01 bm-sec-rate       pic x(20).
01 bm-krec-rate      pic x(20).
01 budget-depts      pic 9(5) value 0.
01 budget-rejected   pic 9(5) value 0.
01 budget-master-flag pic x value 'N'.
   88 budget-master-read value 'Y'.

01 depts-over-budget pic 9(5) value 0.
01 depts-unbudgeted  pic 9(5) value 0.
01 grand-charge      pic 9(13)v99 value 0.
01 grand-budget-charge pic 9(13)v99 value 0.
01 grand-ytd-charge  pic 9(13)v99 value 0.
01 grand-ytd-budget-charge pic 9(13)v99 value 0.
01 gl-lines          pic 9(9) value 0.
01 gl-total          pic 9(13)v99 value 0.
01 over-secs-flag    pic x.
01 over-recs-flag    pic x.
01 variance-secs     pic s9(11).
01 variance-recs     pic s9(13).
01 variance-charge   pic s9(13)v99.
01 money-edit        pic z,zzz,zzz,zzz,zz9.99.
01 budget-money-edit pic z,zzz,zzz,zzz,zz9.99.
01 var-money-edit    pic +,+++,+++,+++,++9.99.
01 var-secs-edit     pic +,+++,+++,++9.
01 var-recs-edit     pic +++,+++,+++,++9.
01 count-edit        pic zzzz9.

01 MAX-DEPT-PROGS constant as 500.
01 dq-count          binary-long value 0.
    move "acct-chargeback" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform load-budget-master
    perform load-accounting-journal
    perform price-departments
    perform write-chargeback-report
    perform write-gl-journal-extract
    move target-period to audit-input-value
    move spaces to audit-result-value
    string "chargeback: read=" records-read
           " in-period=" records-matched
           " over-budget=" depts-over-budget
           " gl-lines=" gl-lines
           delimited by size into audit-result-value
    perform log-audit-entry
    if depts-over-budget > 0 or depts-unbudgeted > 0
        move 4 to return-code
    end-if
    stop run.

validate-args.
        perform show-usage
    end-if

    move arg-val(2) to target-period
    move arg-val(3) to report-filename

    if report-filename = spaces
        perform show-usage
    end-if

    perform resolve-report-period
    move target-period(1:7) to gl-period
    if period-is-fiscal
        move "period" to period-label
        move spaces to gl-period
        string target-period(3:4) "P" target-period(9:2)
               delimited by size into gl-period
    end-if

    move spaces to gl-filename
    string function trim(report-filename) ".gl"
           delimited by size into gl-filename.

resolve-report-period.
    move spaces to period-from
    move spaces to period-to
    move spaces to period-year-from

    if target-period(1:2) = "FY"
        set period-is-fiscal to true
        if target-period(3:4) is not numeric
           or target-period(7:2) <> "-P"
           or target-period(9:2) is not numeric
            perform show-usage
        end-if
        move target-period(9:2) to period-no
        if period-no < 1 or period-no > 12
            perform show-usage
        end-if
        perform find-fiscal-period-dates
        if period-from = spaces
            display "Fiscal period " function trim(target-period)
                    " is not on the business calendar "
                    function trim(calendar-filename)
                    " (load it with calendar-load -p "
                    target-period(3:4) ")"
            move 16 to return-code
            stop run
        end-if
        exit paragraph
    end-if

    set period-is-month to true
    if target-period(1:4) is not numeric
       or target-period(5:1) <> "-"
       or target-period(6:2) is not numeric
       or target-period(8:3) <> spaces
        perform show-usage
    end-if
    move target-period(6:2) to period-no
    if period-no < 1 or period-no > 12
        perform show-usage
    end-if

    string target-period(1:7) "-01"
           delimited by size into period-from
    string target-period(1:4) "-01-01"
           delimited by size into period-year-from

    move target-period(1:4) to period-work-8(1:4)
    move target-period(6:2) to period-work-8(5:2)
    move "01" to period-work-8(7:2)
    if period-no = 12
        add 10000 to period-work-8
        move "01" to period-work-8(5:2)
    else
        add 100 to period-work-8
    end-if
    compute period-work-int = function integer-of-date(period-work-8) - 1
    compute period-work-8 = function date-of-integer(period-work-int)
    string period-work-8(1:4) "-" period-work-8(5:2) "-"
           period-work-8(7:2)
           delimited by size into period-to.

find-fiscal-period-dates.
    open input calendar-file
    if calendar-status <> "00"
        exit paragraph
    end-if

    read calendar-file
    perform until calendar-status = "10"
        if cal-file-fiscal-year = target-period(3:4)
            if period-year-from = spaces
               or cal-file-date < period-year-from
                move cal-file-date to period-year-from
            end-if
            if cal-file-fiscal-period = target-period(9:2)
                if period-from = spaces or cal-file-date < period-from
                    move cal-file-date to period-from
                end-if
                if cal-file-date > period-to
                    move cal-file-date to period-to
                end-if
            end-if
        end-if
        read calendar-file
    end-perform

    close calendar-file.

load-budget-master.
    open input budget-file
    if budget-status <> "00"
        exit paragraph
    end-if

    set budget-master-read to true
    read budget-file
    perform until budget-status = "10"
        perform load-one-budget-record
        read budget-file
    end-perform

    close budget-file.

load-one-budget-record.
    if function trim(budget-record) = spaces
       or budget-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to bm-dept
    move spaces to bm-budget-secs
    move spaces to bm-budget-recs
    move spaces to bm-sec-rate
    move spaces to bm-krec-rate

    unstring budget-record delimited by " | "
        into bm-dept, bm-budget-secs, bm-budget-recs,
             bm-sec-rate, bm-krec-rate
    end-unstring

    if bm-dept = spaces
       or function test-numval(bm-budget-secs) <> 0
       or function test-numval(bm-budget-recs) <> 0
       or function test-numval(bm-sec-rate) <> 0
       or function test-numval(bm-krec-rate) <> 0
        add 1 to budget-rejected
        exit paragraph
    end-if

    move function upper-case(function trim(bm-dept)) to dp-probe
    perform find-department
    if dp-idx = 0
        add 1 to budget-rejected
        exit paragraph
    end-if

    add 1 to budget-depts
    set dp-budgeted(dp-idx) to true
    compute dp-budget-secs(dp-idx) = function numval(bm-budget-secs)
    compute dp-budget-recs(dp-idx) = function numval(bm-budget-recs)
    compute dp-sec-rate(dp-idx) = function numval(bm-sec-rate)
    compute dp-krec-rate(dp-idx) = function numval(bm-krec-rate).

load-accounting-journal.
    open input acct-file
    move spaces to aj-elapsed
    move spaces to aj-records
    move spaces to aj-rc
    move spaces to aj-clock

    unstring acct-record delimited by " | "
        into aj-date, aj-run, aj-program, aj-step,
             aj-dept, aj-elapsed, aj-records, aj-rc, aj-clock
    end-unstring

    if aj-date(1:10) < period-year-from
       or aj-date(1:10) > period-to
        exit paragraph
    end-if

        exit paragraph
    end-if

    move function upper-case(aj-dept(1:8)) to dp-probe
    perform find-department
    if dp-idx > 0
        compute dp-ytd-elapsed(dp-idx) =
            dp-ytd-elapsed(dp-idx) + function numval(aj-elapsed)
        compute dp-ytd-records(dp-idx) =
            dp-ytd-records(dp-idx) + function numval(aj-records)
    end-if

    if aj-date(1:10) < period-from
        exit paragraph
    end-if

    add 1 to records-matched
    perform tally-department
    perform tally-dept-program

    add 1 to grand-steps
    if aj-clock = "CLKCHG"
        add 1 to clock-change-steps
    end-if
    compute grand-elapsed =
        grand-elapsed + function numval(aj-elapsed)
    compute grand-records =
        grand-records + function numval(aj-records).

find-department.
    perform varying dp-idx from 1 by 1 until dp-idx > dp-count
        if dp-dept(dp-idx) = dp-probe
            exit paragraph
        end-if
    end-perform

    if dp-count >= MAX-DEPTS
        move 0 to dp-idx
        exit paragraph
    end-if

    add 1 to dp-count
    move dp-count to dp-idx
    move dp-probe to dp-dept(dp-idx)
    move 0 to dp-steps(dp-idx)
    move 0 to dp-elapsed(dp-idx)
    move 0 to dp-records(dp-idx)
    move 0 to dp-ytd-elapsed(dp-idx)
    move 0 to dp-ytd-records(dp-idx)
    move "N" to dp-budget-flag(dp-idx)
    move 0 to dp-budget-secs(dp-idx)
    move 0 to dp-budget-recs(dp-idx)
    move 0 to dp-sec-rate(dp-idx)
    move 0 to dp-krec-rate(dp-idx)
    move 0 to dp-charge(dp-idx)
    move 0 to dp-budget-charge(dp-idx)
    move 0 to dp-ytd-charge(dp-idx)
    move 0 to dp-ytd-budget-charge(dp-idx).

tally-department.
    if dp-idx = 0
        exit paragraph
    end-if

    add 1 to dp-steps(dp-idx)

tally-dept-program.
    perform varying dq-idx from 1 by 1 until dq-idx > dq-count
        if dq-dept(dq-idx) = dp-probe
           and dq-program(dq-idx) = aj-program
            add 1 to dq-steps(dq-idx)
            compute dq-elapsed(dq-idx) =
    end-if

    add 1 to dq-count
    move dp-probe to dq-dept(dq-count)
    move aj-program to dq-program(dq-count)
    move 1 to dq-steps(dq-count)
    compute dq-elapsed(dq-count) = function numval(aj-elapsed)
    compute dq-records(dq-count) = function numval(aj-records).

price-departments.
    perform varying dp-idx from 1 by 1 until dp-idx > dp-count
        perform price-one-department
    end-perform.

price-one-department.
    if not dp-budgeted(dp-idx)
        if dp-ytd-elapsed(dp-idx) > 0 or dp-ytd-records(dp-idx) > 0
            add 1 to depts-unbudgeted
        end-if
        exit paragraph
    end-if

    compute dp-charge(dp-idx) rounded =
        dp-elapsed(dp-idx) * dp-sec-rate(dp-idx)
        + dp-records(dp-idx) * dp-krec-rate(dp-idx) / 1000
    compute dp-budget-charge(dp-idx) rounded =
        dp-budget-secs(dp-idx) * dp-sec-rate(dp-idx)
        + dp-budget-recs(dp-idx) * dp-krec-rate(dp-idx) / 1000
    compute dp-ytd-charge(dp-idx) rounded =
        dp-ytd-elapsed(dp-idx) * dp-sec-rate(dp-idx)
        + dp-ytd-records(dp-idx) * dp-krec-rate(dp-idx) / 1000
    compute dp-ytd-budget-charge(dp-idx) =
        dp-budget-charge(dp-idx) * period-no

    if dp-elapsed(dp-idx) > dp-budget-secs(dp-idx)
       or dp-records(dp-idx) > dp-budget-recs(dp-idx)
        add 1 to depts-over-budget
    end-if

    add dp-charge(dp-idx) to grand-charge
    add dp-budget-charge(dp-idx) to grand-budget-charge
    add dp-ytd-charge(dp-idx) to grand-ytd-charge
    add dp-ytd-budget-charge(dp-idx) to grand-ytd-budget-charge.

write-chargeback-report.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
    end-if

    move "MONTHLY CHARGEBACK" to rpt-program-title
    if period-is-fiscal
        move "FISCAL PERIOD CHARGEBACK" to rpt-program-title
    end-if
    perform init-report-header

    move spaces to report-file-record
    string "Usage by department for " function trim(target-period)
           " (" period-from " to " period-to ")"
           "  (accounting journal ACCTJRNL.TXT)"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    if budget-master-read
        move budget-depts to count-edit
        string "Priced from the budget/rate master "
               function trim(budget-filename) " ("
               function trim(count-edit) " department(s)"
               delimited by size into report-file-record
        if budget-rejected > 0
            move budget-rejected to count-edit
            string function trim(report-file-record) ", "
                   function trim(count-edit) " line(s) rejected"
                   delimited by size into report-file-record
        end-if
        string function trim(report-file-record) ")"
               delimited by size into report-file-record
    else
        string "Budget/rate master " function trim(budget-filename)
               " not available - usage is not priced"
               delimited by size into report-file-record
    end-if
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    if records-matched = 0
        move "  no accounting activity found for the period"
            to report-file-record
        perform write-detail-line
    end-if
           delimited by size into report-file-record
    perform write-detail-line

    if clock-change-steps > 0
        move clock-change-steps to steps-edit
        move spaces to report-file-record
        string "  of which steps spanning a clock change (CLKCHG,"
               " elapsed taken on UTC): " function trim(steps-edit)
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    perform write-charge-totals

    perform write-run-summary-footer

    close report-file.
        end-if
    end-perform

    perform write-department-budget

    move spaces to report-file-record
    perform write-detail-line.

write-department-budget.
    if not dp-budgeted(dp-idx)
        if dp-ytd-elapsed(dp-idx) > 0 or dp-ytd-records(dp-idx) > 0
            move spaces to report-file-record
            string "    ACB102W NO BUDGET OR RATE ON FILE - usage not"
                   " charged; add the department to "
                   function trim(budget-filename)
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
        exit paragraph
    end-if

    move "N" to over-secs-flag
    move "N" to over-recs-flag
    if dp-elapsed(dp-idx) > dp-budget-secs(dp-idx)
        move "Y" to over-secs-flag
    end-if
    if dp-records(dp-idx) > dp-budget-recs(dp-idx)
        move "Y" to over-recs-flag
    end-if

    compute variance-secs = dp-elapsed(dp-idx) - dp-budget-secs(dp-idx)
    compute variance-recs = dp-records(dp-idx) - dp-budget-recs(dp-idx)
    move dp-budget-secs(dp-idx) to elapsed-edit
    move variance-secs to var-secs-edit
    move spaces to report-file-record
    string "    budget cpu-sec " elapsed-edit
           "   variance " var-secs-edit
           delimited by size into report-file-record
    if over-secs-flag = "Y"
        string function trim(report-file-record trailing) "  OVER"
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    move dp-budget-recs(dp-idx) to records-edit
    move variance-recs to var-recs-edit
    move spaces to report-file-record
    string "    budget records " records-edit
           " variance " var-recs-edit
           delimited by size into report-file-record
    if over-recs-flag = "Y"
        string function trim(report-file-record trailing) "  OVER"
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    compute variance-charge =
        dp-charge(dp-idx) - dp-budget-charge(dp-idx)
    move dp-charge(dp-idx) to money-edit
    move dp-budget-charge(dp-idx) to budget-money-edit
    move variance-charge to var-money-edit
    move spaces to report-file-record
    string "    charge  " period-label " actual " money-edit
           "  budget " budget-money-edit
           "  variance " var-money-edit
           delimited by size into report-file-record
    perform write-detail-line

    compute variance-charge =
        dp-ytd-charge(dp-idx) - dp-ytd-budget-charge(dp-idx)
    move dp-ytd-charge(dp-idx) to money-edit
    move dp-ytd-budget-charge(dp-idx) to budget-money-edit
    move variance-charge to var-money-edit
    move spaces to report-file-record
    string "    charge  y-t-d  actual " money-edit
           "  budget " budget-money-edit
           "  variance " var-money-edit
           delimited by size into report-file-record
    perform write-detail-line

    if over-secs-flag = "Y" or over-recs-flag = "Y"
        move spaces to report-file-record
        string "    ACB101W DEPARTMENT OVER BUDGET FOR "
               function trim(target-period)
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

write-charge-totals.
    move spaces to report-file-record
    perform write-detail-line

    compute variance-charge = grand-charge - grand-budget-charge
    move grand-charge to money-edit
    move grand-budget-charge to budget-money-edit
    move variance-charge to var-money-edit
    move spaces to report-file-record
    string "CHARGES    " period-label " actual " money-edit
           "  budget " budget-money-edit
           "  variance " var-money-edit
           delimited by size into report-file-record
    perform write-detail-line

    compute variance-charge =
        grand-ytd-charge - grand-ytd-budget-charge
    move grand-ytd-charge to money-edit
    move grand-ytd-budget-charge to budget-money-edit
    move variance-charge to var-money-edit
    move spaces to report-file-record
    string "           y-t-d  actual " money-edit
           "  budget " budget-money-edit
           "  variance " var-money-edit
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    move depts-over-budget to count-edit
    string "Departments over budget: " function trim(count-edit)
           delimited by size into report-file-record
    move depts-unbudgeted to count-edit
    string function trim(report-file-record)
           "   with usage but no budget/rate: "
           function trim(count-edit)
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    string "General-ledger journal extract: "
           function trim(gl-filename)
           " (debit department, credit " GL-CREDIT-DEPT ")"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line.

write-gl-journal-extract.
    open output gl-file
    if gl-status <> "00"
        display "ACB201E GL journal extract "
                function trim(gl-filename) " could not be opened"
        move 8 to return-code
        stop run
    end-if

    perform varying dp-idx from 1 by 1 until dp-idx > dp-count
        if dp-budgeted(dp-idx) and dp-charge(dp-idx) > 0
            perform write-one-gl-line
        end-if
    end-perform

    move spaces to gl-trailer-record
    set glt-is-trailer to true
    move gl-period to glt-period
    move gl-lines to glt-line-count
    move gl-total to glt-debit-total
    move gl-total to glt-credit-total
    move rpt-run-date-disp to glt-run-date
    move audit-run-id to glt-run-id
    write gl-trailer-record

    close gl-file.

write-one-gl-line.
    move spaces to gl-journal-record
    set glj-is-detail to true
    move gl-period to glj-period
    move dp-dept(dp-idx) to glj-debit-dept
    move GL-CREDIT-DEPT to glj-credit-dept
    move dp-charge(dp-idx) to glj-amount
    move dp-elapsed(dp-idx) to glj-elapsed
    move dp-records(dp-idx) to glj-records
    move spaces to glj-description
    string "IT CHARGEBACK " function trim(target-period)
           delimited by size into glj-description
    write gl-journal-record

    add 1 to gl-lines
    add dp-charge(dp-idx) to gl-total.

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
    add 1 to rpt-lines-on-page.

show-usage.
    display "Usage: acct-chargeback -m <YYYY-MM|FYyyyy-Pnn>"
            " <report-file>"
    display "  totals the dispatcher's accounting journal"
    display "  (ACCTJRNL.TXT) for the month by department code"
    display "  (DEPT= on each dispatcher step): steps run, elapsed"
    display "  seconds, and records processed, comma-edited for"
    display "  finance, with a per-program breakdown inside each"
    display "  department"
    display "  each department is priced from the budget/rate"
    display "  master DEPTBUDG.TXT (""<dept> | <monthly cpu-sec"
    display "  budget> | <monthly records budget> | <rate per"
    display "  cpu-sec> | <rate per 1,000 records>"", changed"
    display "  through ref-table-control) and shown against budget"
    display "  with variance for the month and year to date;"
    display "  departments over budget (ACB101W) or with usage but"
    display "  no budget (ACB102W) give RC 4; a fixed-layout"
    display "  general-ledger journal extract - one line per"
    display "  charged department, debit department, credit IT,"
    display "  amount, period, with a control trailer of line count"
    display "  and debit/credit totals - is written alongside as"
    display "  <report-file>.gl"
    display "  a fiscal period FY<yyyy>-P<nn> charges the dates the"
    display "  business calendar (CALENDAR.TXT, calendar-load -p)"
    display "  puts in that 4-4-5 period, year to date runs from the"
    display "  first day of the fiscal year, the monthly budget is"
    display "  taken as the budget per fiscal period, and the"
    display "  extract's period is <yyyy>P<nn>"
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
