        organization is line sequential
        file status is excpmstr-status.

    select excprsn-file assign to dynamic excprsn-filename
        organization is line sequential
        file status is excprsn-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.
fd  excpmstr-file.
    copy "excpmstr-fd.cpy".

fd  excprsn-file.
    copy "excprsn-fd.cpy".

fd  report-file.
01  report-file-record   pic x(160).

copy "elapsed-ws.cpy".
copy "exception-ws.cpy".
copy "excpmstr-ws.cpy".
copy "excprsn-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

   05 rsn-entry      occurs 1 to MAX-REASONS
                      depending on rsn-count.
      10 rsn-program pic x(30).
      10 rsn-code    pic x(8).
      10 rsn-reason  pic x(60).
      10 rsn-tally   pic 9(9).
01 rsn-idx           binary-long.
01 rsn-tally-disp    pic z(8)9.
01 exc-code-part     pic x(8).
01 exc-partner-part  pic x(12).

01 MAX-POSTINGS constant as 300.
01 pst-count         binary-long value 0.
01 pst-table.
   05 pst-entry      occurs 1 to MAX-POSTINGS
                      depending on pst-count.
      10 pst-program pic x(30).
      10 pst-partner pic x(12).
      10 pst-code    pic x(8).
      10 pst-tally   pic 9(9).
01 pst-idx           binary-long.
01 pst-run-text      pic x(14).
01 pst-posted        pic 9(9) value 0.
01 pst-posted-flag   pic x value 'N'.
   88 run-already-posted value 'Y'.

01 mx-program        pic x(30).
01 mx-date           pic x(10).
01 mx-oper           pic x(20).
01 mx-stamp          pic x(19).
01 mx-fixed          pic x(100).
01 mx-reason         pic x(8).
01 mx-date-8         pic 9(8).
01 mx-days-open      pic s9(5).
01 days-disp         pic zzz9.
    end-if.

run-exception-summary.
    move function current-date to rsum-start-stamp

    perform resolve-business-date
    move audit-business-date to today-date-8
    compute today-integer = function integer-of-date(today-date-8)
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
    perform write-todays-master-section
    perform tally-exception-files
    perform write-reason-section
    perform post-reason-history
    perform write-aging-section
    perform write-run-summary-footer

    end-if

    move spaces to report-file-record
    if mx-reason = spaces
        move "-" to mx-reason
    end-if

    string "  " function trim(mx-sev)
           "  " function trim(mx-program)
           "  " function trim(mx-disp)
           "  " function trim(mx-reason)
           "  value=" function trim(mx-value)
           delimited by size into report-file-record
    perform write-detail-line.
    move spaces to mx-oper
    move spaces to mx-stamp
    move spaces to mx-fixed
    move spaces to mx-reason

    unstring excpmstr-record delimited by " | "
        into mx-program, mx-date, mx-run, mx-sev, mx-value,
             mx-disp, mx-oper, mx-stamp, mx-fixed, mx-reason
    end-unstring.

tally-exception-files.
    move spaces to exc-value-part
    move spaces to exc-reason-part

    unstring exception-text delimited by ": "
        into exc-value-part, exc-reason-part
    end-unstring

        move "(no reason)" to exc-reason-part
    end-if

    move spaces to exc-code-part
    if exception-reason-tag = " RSN="
        move exception-reason-code to exc-code-part
    end-if
    if exc-code-part = spaces
        move "OTHER" to exc-code-part
    end-if

    move spaces to exc-partner-part
    if exception-partner-tag = " PTN="
        move exception-partner to exc-partner-part
    end-if
    if exc-partner-part = spaces
        move "-" to exc-partner-part
    end-if

    perform tally-reason-posting

    perform varying rsn-idx from 1 by 1 until rsn-idx > rsn-count
        if rsn-program(rsn-idx) = ctl-program
           and rsn-reason(rsn-idx) = exc-reason-part

    add 1 to rsn-count
    move ctl-program to rsn-program(rsn-count)
    move exc-code-part to rsn-code(rsn-count)
    move exc-reason-part to rsn-reason(rsn-count)
    move 1 to rsn-tally(rsn-count).

tally-reason-posting.
    perform varying pst-idx from 1 by 1 until pst-idx > pst-count
        if pst-program(pst-idx) = ctl-program
           and pst-partner(pst-idx) = exc-partner-part
           and pst-code(pst-idx) = exc-code-part
            add 1 to pst-tally(pst-idx)
            exit paragraph
        end-if
    end-perform

    if pst-count >= MAX-POSTINGS
        exit paragraph
    end-if

    add 1 to pst-count
    move ctl-program to pst-program(pst-count)
    move exc-partner-part to pst-partner(pst-count)
    move exc-code-part to pst-code(pst-count)
    move 1 to pst-tally(pst-count).

write-reason-section.
    move spaces to report-file-record
    string "COUNTS BY PROGRAM AND REJECT REASON"
        move rsn-tally(rsn-idx) to rsn-tally-disp
        move spaces to report-file-record
        string "  " function trim(rsn-program(rsn-idx))
               "  " rsn-code(rsn-idx)
               "  " function trim(rsn-reason(rsn-idx))
               "  " function trim(rsn-tally-disp)
               delimited by size into report-file-record
    move spaces to report-file-record
    perform write-detail-line.

post-reason-history.
    if pst-count = 0
        exit paragraph
    end-if

    move spaces to pst-run-text
    string "run=" audit-run-id
           delimited by size into pst-run-text

    open input excprsn-file
    if excprsn-status = "00"
        read excprsn-file
        perform until excprsn-status = "10"
                   or run-already-posted
            perform check-posted-history-record
            read excprsn-file
        end-perform
        close excprsn-file
    end-if

    move spaces to report-file-record
    if run-already-posted
        string "Reason history already holds this run ("
               function trim(pst-run-text) ", unit "
               function trim(audit-unit-id) ", window "
               function trim(audit-window-id) ") - not posted again"
               delimited by size into report-file-record
        perform write-detail-line
        move spaces to report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    open extend excprsn-file
    if excprsn-status = "05" or excprsn-status = "35"
        open output excprsn-file
    end-if

    perform varying pst-idx from 1 by 1 until pst-idx > pst-count
        move spaces to excprsn-record
        string today-date-disp " | "
               function trim(pst-run-text) " | "
               function trim(audit-unit-id) " | "
               function trim(audit-window-id) " | "
               function trim(pst-program(pst-idx)) " | "
               function trim(pst-partner(pst-idx)) " | "
               function trim(pst-code(pst-idx)) " | "
               pst-tally(pst-idx)
               delimited by size into excprsn-record
        write excprsn-record
        add 1 to pst-posted
    end-perform

    close excprsn-file

    move pst-posted to rsn-tally-disp
    move spaces to report-file-record
    string "Reason history: " function trim(rsn-tally-disp)
           " program/partner/reason line(s) posted to "
           function trim(excprsn-filename)
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line.

check-posted-history-record.
    move spaces to xr-date
    move spaces to xr-run
    move spaces to xr-unit
    move spaces to xr-window

    unstring excprsn-record delimited by " | "
        into xr-date, xr-run, xr-unit, xr-window
    end-unstring

    if xr-date = today-date-disp
       and xr-run = pst-run-text
       and xr-unit = audit-unit-id
       and xr-window = audit-window-id
        set run-already-posted to true
    end-if.

write-aging-section.
    move spaces to report-file-record
    string "AGED EXCEPTIONS STILL OPEN (oldest first)"
           delimited by size into aged-line(aged-cnt).

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
    display "  merges every program's exception file for the run,"
    display "  halting severity leading, with counts by program and"
    display "  reject reason plus an aging section of exceptions"
    display "  still open from prior days (oldest first); each line's"
    display "  reason code is tallied by program and partner and"
    display "  posted once per run to EXCPRSN.TXT for exception-pareto"
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
