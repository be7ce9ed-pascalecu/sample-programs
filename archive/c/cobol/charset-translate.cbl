        organization is line sequential
        file status is xlt-table-status.

    select partprof-file assign to dynamic partprof-filename
        organization is line sequential
        file status is partprof-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
fd  xlt-table-file.
01  xlt-table-record  pic x(80).

fd  partprof-file.
    copy "partprof-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "partprof-ws.cpy".
copy "elapsed-ws.cpy".
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

    end-perform

    move function upper-case(arg-val(1)) to codepage-pair
    if codepage-pair(1:8) = "PARTNER="
        perform resolve-partner-xlttab
    end-if
    move arg-val(2) to in-filename
    move arg-val(3) to out-filename
    move arg-val(4) to report-filename
        perform show-usage
    end-if.

resolve-partner-xlttab.
    move arg-val(1)(9:) to partprof-lookup-id
    perform find-partner-profile

    if not partprof-was-found
       or pp-xlttab = spaces or pp-xlttab = "-"
        display "Partner " function trim(partprof-lookup-id)
                " has no XLTTAB setting in the partner profile"
                " master " function trim(partprof-filename)
        move 16 to return-code
        stop run
    end-if

    move function upper-case(pp-xlttab) to codepage-pair.

build-translate-table.
    perform varying map-idx from 1 by 1 until map-idx > 256
        move "?" to trans-to(map-idx)
    move "Y" to hx-bad.

run-translate-pass.
    move function current-date to rsum-start-stamp

    open input in-file
    if in-file-status <> "00"
    move spaces to exception-file-record
    string "record " function trim(rec-disp)
           " column " function trim(col-disp)
           ": CST101W UNTRANSLATABLE character (substituted)"
           delimited by size into exception-file-record
    set rsn-bad-character to true
    perform write-exception-line.

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
    display "Usage: charset-translate <pair> "
            "<input-file> <output-file> <report-file>"
    display "  pair: ASCII-EBCDIC or EBCDIC-ASCII for the built-in"
    display "  code pages, or any partner table id whose maintained"
    display "  table XLTTAB.<id>.TXT has been promoted by"
    display "  charset-table-maint, or PARTNER=<partner-id> for the"
    display "  XLTTAB setting in the partner's profile (PARTPROF.TXT)"
    display "  applies the translate table to every byte of"
    display "  a line-sequential file, reporting bytes translated;"
    display "  untranslatable characters are substituted with ? and"
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
        end-if
    end-perform.

write-exception-line.
    if exception-reason = spaces
        set rsn-other to true
    end-if
    move REASON-TAG to exception-reason-tag
    move exception-reason to exception-reason-code
    if exception-partner-id = spaces
        move spaces to exception-partner-tag
        move spaces to exception-partner
    else
        move PARTNER-TAG to exception-partner-tag
        move exception-partner-id to exception-partner
    end-if
    write exception-file-record.

log-audit-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
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
