environment division.
input-output section.
file-control.
    select legalhold-file assign to dynamic legalhold-filename
        organization is line sequential
        file status is legalhold-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.

data division.
file section.
fd  legalhold-file.
    copy "legalhold-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "legalhold-ws.cpy".
copy "elapsed-ws.cpy".
copy "ctlparm-ws.cpy".
copy "report-header-ws.cpy".
01 records-kept      pic 9(9) value 0.
01 records-archived  pic 9(9) value 0.
01 records-accounted pic 9(9) value 0.
01 records-held      pic 9(9) value 0.

01 MAX-ARCHIVE-MONTHS constant as 120.
01 month-count       binary-long value 0.
    perform check-operator-authority
    perform verify-chain-before-archive
    perform resolve-retention
    perform load-legal-holds
    perform run-archive-pass
    perform rewrite-live-log
    perform compress-archived-months
    string "archive: read=" records-read
           " kept=" records-kept
           " archived=" records-archived
           " held=" records-held
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
    close ctlparm-file.

run-archive-pass.
    move function current-date to rsum-start-stamp

    open input audit-log
    if audit-log-status <> "00"
    move rec-timestamp(9:2) to rec-date-8(7:2)
    compute rec-integer = function integer-of-date(rec-date-8)

    if rec-integer >= cutoff-integer
        perform keep-one-record
        exit paragraph
    end-if

    move audit-log-filename to lh-probe-dataset
    move rec-program-id to lh-probe-program
    move spaces to lh-probe-partner
    move rec-timestamp(1:10) to lh-probe-date
    move audit-log-record to lh-probe-text
    perform check-legal-hold
    if legal-hold-applies
        add 1 to records-held
        perform keep-one-record
        exit paragraph
    end-if

    perform archive-one-record.

keep-one-record.
    move audit-log-record to keep-file-record
    move spaces to report-file-record
    perform write-detail-line

    if records-held > 0
        move spaces to report-file-record
        string "Kept past the cut-over under legal hold"
               " (LEGALHOLD.TXT): " records-held " record(s)"
               delimited by size into report-file-record
        perform write-detail-line
        perform write-legal-hold-summary
        move spaces to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    string "Records in: " records-read
           "  kept: " records-kept
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

load-legal-holds.
    move 0 to lh-count

    open input legalhold-file
    if legalhold-status <> "00"
        exit paragraph
    end-if

    read legalhold-file
    perform until legalhold-status = "10"
        perform parse-legalhold-record
        if lh-rec-id <> spaces
           and (lh-rec-state = "ACTIVE"
                or lh-rec-state = "PLACE-PENDING"
                or lh-rec-state = "RELEASE-PENDING")
           and lh-count < MAX-LEGAL-HOLDS
            add 1 to lh-count
            move lh-rec-id to lh-id(lh-count)
            move lh-rec-matter to lh-matter(lh-count)
            move function upper-case(lh-rec-pattern)
                to lh-pattern(lh-count)
            move function upper-case(lh-rec-program)
                to lh-program(lh-count)
            move function upper-case(lh-rec-partner)
                to lh-partner(lh-count)
            move lh-rec-from to lh-from(lh-count)
            move lh-rec-to to lh-to(lh-count)
            move 0 to lh-kept(lh-count)
        end-if
        read legalhold-file
    end-perform

    close legalhold-file.

parse-legalhold-record.
    move spaces to lh-rec-id
    move spaces to lh-rec-state
    move spaces to lh-rec-matter
    move spaces to lh-rec-pattern
    move spaces to lh-rec-program
    move spaces to lh-rec-partner
    move spaces to lh-rec-from
    move spaces to lh-rec-to
    move spaces to lh-rec-start
    move spaces to lh-rec-release
    move spaces to lh-rec-requester
    move spaces to lh-rec-req-ts
    move spaces to lh-rec-approver
    move spaces to lh-rec-note

    if function trim(legalhold-record) = spaces
       or legalhold-record(1:1) = "*"
        exit paragraph
    end-if

    unstring legalhold-record delimited by " | "
        into lh-rec-id, lh-rec-state, lh-rec-matter,
             lh-rec-pattern, lh-rec-program, lh-rec-partner,
             lh-rec-from, lh-rec-to, lh-rec-start,
             lh-rec-release, lh-rec-requester, lh-rec-req-ts,
             lh-rec-approver, lh-rec-note
    end-unstring.

check-legal-hold.
    move "N" to lh-held-flag
    move 0 to lh-held-idx

    move function upper-case(lh-probe-text) to lh-text-work

    perform varying lh-idx from 1 by 1 until lh-idx > lh-count
        perform match-one-legal-hold
        if legal-hold-applies
            move lh-idx to lh-held-idx
            add 1 to lh-kept(lh-idx)
            exit perform
        end-if
    end-perform.

match-one-legal-hold.
    if lh-pattern(lh-idx) <> spaces and lh-pattern(lh-idx) <> "-"
       and lh-probe-dataset <> spaces
        perform match-hold-pattern
        if not lh-criterion-met
            exit paragraph
        end-if
    end-if

    if lh-program(lh-idx) <> spaces and lh-program(lh-idx) <> "-"
        move lh-program(lh-idx) to lh-crit-work
        if lh-probe-program <> spaces
            if function upper-case(lh-probe-program)
               <> lh-program(lh-idx)
                exit paragraph
            end-if
        else
            perform match-hold-criterion
            if not lh-criterion-met
                exit paragraph
            end-if
        end-if
    end-if

    if lh-partner(lh-idx) <> spaces and lh-partner(lh-idx) <> "-"
        move lh-partner(lh-idx) to lh-crit-work
        if lh-probe-partner <> spaces
            if function upper-case(lh-probe-partner)
               <> lh-partner(lh-idx)
                exit paragraph
            end-if
        else
            perform match-hold-criterion
            if not lh-criterion-met
                exit paragraph
            end-if
        end-if
    end-if

    if lh-probe-date <> spaces
        if lh-from(lh-idx) <> spaces and lh-from(lh-idx) <> "-"
           and lh-probe-date < lh-from(lh-idx)
            exit paragraph
        end-if
        if lh-to(lh-idx) <> spaces and lh-to(lh-idx) <> "-"
           and lh-probe-date > lh-to(lh-idx)
            exit paragraph
        end-if
    end-if

    set legal-hold-applies to true.

match-hold-pattern.
    move "N" to lh-match-flag
    move lh-pattern(lh-idx) to lh-pat-work
    move function upper-case(lh-probe-dataset) to lh-name-work

    move 0 to lh-star-pos
    inspect lh-pat-work tallying lh-star-pos
        for characters before initial "*"
    compute lh-pat-len =
        function length(function trim(lh-pat-work trailing))
    compute lh-name-len =
        function length(function trim(lh-name-work trailing))

    if lh-star-pos >= lh-pat-len
        if lh-pat-work = lh-name-work
            set lh-criterion-met to true
        end-if
        exit paragraph
    end-if

    compute lh-suffix-len = lh-pat-len - lh-star-pos - 1
    if lh-name-len < lh-star-pos + lh-suffix-len
        exit paragraph
    end-if

    if lh-star-pos > 0
       and lh-name-work(1:lh-star-pos) <> lh-pat-work(1:lh-star-pos)
        exit paragraph
    end-if

    if lh-suffix-len > 0
       and lh-name-work(lh-name-len - lh-suffix-len + 1:
                        lh-suffix-len)
           <> lh-pat-work(lh-star-pos + 2:lh-suffix-len)
        exit paragraph
    end-if

    set lh-criterion-met to true.

match-hold-criterion.
    move "N" to lh-match-flag
    compute lh-crit-len =
        function length(function trim(lh-crit-work trailing))
    move 0 to lh-tally
    inspect lh-text-work tallying lh-tally
        for all lh-crit-work(1:lh-crit-len)
    if lh-tally > 0
        set lh-criterion-met to true
    end-if.

write-legal-hold-summary.
    perform varying lh-idx from 1 by 1 until lh-idx > lh-count
        if lh-kept(lh-idx) > 0
            move spaces to report-file-record
            string "  legal hold " function trim(lh-id(lh-idx))
                   " (" function trim(lh-matter(lh-idx)) "): "
                   lh-kept(lh-idx) " item(s) kept"
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform.

show-usage.
    display "Usage: audit-archive -p <cutover-report-file>"
    display "  moves audit-log entries older than the retention"
    display "  boundary (AUDIT-RETAIN-DAYS in CTLPARM.TXT, default "
            RETAIN-DAYS-DEFAULT " days) into monthly archive files"
    display "  AUDITLOG.YYYYMM.TXT and rewrites the live log with"
    display "  only the retained entries; entries in scope of an"
    display "  open legal hold (LEGALHOLD.TXT, maintained by"
    display "  legal-hold) stay in the live log whatever their age"
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
