        organization is line sequential
        file status is delivlog-status.

    select delivcommit-file assign to dynamic delivcommit-filename
        organization is line sequential
        file status is delivcommit-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.
fd  delivlog-file.
01  delivlog-record   pic x(250).

fd  delivcommit-file.
    copy "delivcommit-fd.cpy".

fd  calendar-file.
    copy "calendar-fd.cpy".

fd  report-file.
01  report-file-record pic x(160).

copy "reportcat-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".
copy "delivcommit-ws.cpy".
copy "calendar-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 mask-span         pic 9(4).
01 star-fill         pic x(132) value all "*".

01 deliv-timeliness  pic x(12).
01 deliv-due-disp    pic x(5).
01 deliv-now-hhmm    pic 9(4).
01 today-cal-flag    pic x.
01 copies-on-time    pic 9(9) value 0.
01 copies-late       pic 9(9) value 0.

01 banner-line       pic x(160).
01 today-date-8      pic 9(8).
01 today-date-disp   pic x(10).
    end-if.

run-distribution.
    move function current-date to rsum-start-stamp
    perform resolve-audit-run-id

    perform resolve-business-date
    move audit-business-date to today-date-8
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into today-date-disp

    perform load-mask-profiles
    perform load-delivery-commitments

    open input dist-control
    if dist-control-status <> "00"
           "  undelivered: " copies-failed
           delimited by size into report-file-record
    perform write-detail-line
    if cmt-count > 0
        move spaces to report-file-record
        string "Committed copies on time: " copies-on-time
               "  late: " copies-late
               " (DELIVCOMMIT.TXT)"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    perform write-run-summary-footer

        move "FAILED" to deliv-status-word
    end-if

    perform judge-delivery-timeliness

    move spaces to delivlog-record
    string function trim(dc-report) " | "
           function trim(dc-dest) " | "
           function trim(deliv-status-word) " | "
           today-date-disp " "
           audit-run-time(1:2) ":" audit-run-time(3:2)
           ":" audit-run-time(5:2) " | "
           function trim(deliv-timeliness) " | due="
           deliv-due-disp
           delimited by size into delivlog-record
    write delivlog-record

    close delivlog-file.

judge-delivery-timeliness.
    move "-" to deliv-timeliness
    move "-" to deliv-due-disp

    perform varying cmt-idx from 1 by 1 until cmt-idx > cmt-count
        if cmt-report(cmt-idx) = dc-report
           and cmt-recipient(cmt-idx) = dc-recipient
           and (cmt-calendar(cmt-idx) = "DAILY"
                or today-cal-flag = "B")
            exit perform
        end-if
    end-perform

    if cmt-idx > cmt-count
        exit paragraph
    end-if

    move spaces to deliv-due-disp
    string cmt-due(cmt-idx)(1:2) ":" cmt-due(cmt-idx)(3:2)
           delimited by size into deliv-due-disp
    compute deliv-now-hhmm =
        function numval(audit-run-time(1:2)) * 100
        + function numval(audit-run-time(3:2))

    evaluate true
        when not copy-delivered
            move "UNDELIVERED" to deliv-timeliness
        when deliv-now-hhmm <= cmt-due(cmt-idx)
            move "ON-TIME" to deliv-timeliness
            add 1 to copies-on-time
        when other
            move "LATE" to deliv-timeliness
            add 1 to copies-late
            move spaces to report-file-record
            string "LATE: " function trim(dc-report)
                   " for " function trim(dc-recipient)
                   " delivered " audit-run-time(1:2) ":"
                   audit-run-time(3:2) ", committed by "
                   deliv-due-disp
                   delimited by size into report-file-record
            perform write-detail-line
    end-evaluate.

load-delivery-commitments.
    move 0 to cmt-count

    move today-date-disp to cal-lookup-date
    perform lookup-calendar-flag
    move cal-lookup-flag to today-cal-flag

    open input delivcommit-file
    if delivcommit-status <> "00"
        exit paragraph
    end-if

    read delivcommit-file
    perform until delivcommit-status = "10"
        perform load-one-commitment
        read delivcommit-file
    end-perform

    close delivcommit-file.

load-one-commitment.
    if function trim(delivcommit-record) = spaces
       or delivcommit-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to dcm-report
    move spaces to dcm-recipient
    move spaces to dcm-due
    move spaces to dcm-calendar
    move spaces to dcm-producer

    unstring delivcommit-record delimited by " | "
        into dcm-report, dcm-recipient, dcm-due,
             dcm-calendar, dcm-producer
    end-unstring

    if dcm-report = spaces or dcm-recipient = spaces
       or function test-numval(dcm-due) <> 0
       or cmt-count >= MAX-COMMITMENTS
        exit paragraph
    end-if

    add 1 to cmt-count
    move dcm-report to cmt-report(cmt-count)
    move dcm-recipient to cmt-recipient(cmt-count)
    compute cmt-due(cmt-count) = function numval(dcm-due)
    move "BUSINESS" to cmt-calendar(cmt-count)
    if dcm-calendar = "DAILY"
        move "DAILY" to cmt-calendar(cmt-count)
    end-if
    move dcm-producer to cmt-producer(cmt-count).

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

load-mask-profiles.
    open input mask-profile
    if mask-profile-status <> "00"
    move "N" to burst-mode-flag.

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
    display "  noted on the banner page and the DELIVLOG.TXT status"
    display "  carries a -MASKED suffix, while other recipients"
    display "  keep the unmasked original"
    display "  delivery commitments DELIVCOMMIT.TXT: ""<report-file> |"
    display "  <recipient> | <due HHMM> | DAILY|BUSINESS |"
    display "  [producing-step]"" promise a report by a time of day"
    display "  (BUSINESS, the default, only on CALENDAR.TXT business"
    display "  days); each DELIVLOG.TXT entry is stamped ON-TIME,"
    display "  LATE or UNDELIVERED against today's commitment (- when"
    display "  none) with the due time, and late copies are listed;"
    display "  delivery-watchdog alerts on overdue commitments and"
    display "  reports the monthly on-time percentage"
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
