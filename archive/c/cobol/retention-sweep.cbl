        organization is line sequential
        file status is ctlparm-status.

    select legalhold-file assign to dynamic legalhold-filename
        organization is line sequential
        file status is legalhold-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
fd  ctlparm-file.
    copy "ctlparm-fd.cpy".

fd  legalhold-file.
    copy "legalhold-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "legalhold-ws.cpy".
copy "elapsed-ws.cpy".
copy "excpmstr-ws.cpy".
copy "trendmstr-ix-ws.cpy".
01 EXC-RETAIN-DEFAULT constant as 30.
01 EXTRACT-RETAIN-DEFAULT constant as 14.
01 PARTITION-RETAIN-DEFAULT constant as 14.
01 EVIDENCE-RETAIN-DEFAULT constant as 2555.
01 ARRIVAL-RETAIN-DEFAULT constant as 90.
01 TREND-HORIZON-DEFAULT constant as 365.

01 ckpt-retain-days  pic 9(5).
01 exc-retain-days   pic 9(5).
01 extract-retain-days pic 9(5).
01 partition-retain-days pic 9(5).
01 evidence-retain-days pic 9(5).
01 arrival-retain-days pic 9(5).
01 trend-horizon-days pic 9(5).

01 sw-class          pic x(10).
01 files-kept        pic 9(9) value 0.
01 trend-rows-rolled pic 9(9) value 0.
01 trend-rows-kept   pic 9(9) value 0.
01 files-held        pic 9(9) value 0.
01 trend-rows-held   pic 9(9) value 0.

01 mx-program        pic x(30).
01 mx-date           pic x(10).
    perform validate-args
    perform check-operator-authority
    perform resolve-retention-params
    perform load-legal-holds
    perform check-dispatcher-lock
    perform run-sweep-pass
    perform roll-trend-master
           " removed=" files-removed
           " kept=" files-kept
           " trend-rolled=" trend-rows-rolled
           " held=" files-held
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.
    move EXC-RETAIN-DEFAULT to exc-retain-days
    move EXTRACT-RETAIN-DEFAULT to extract-retain-days
    move PARTITION-RETAIN-DEFAULT to partition-retain-days
    move EVIDENCE-RETAIN-DEFAULT to evidence-retain-days
    move ARRIVAL-RETAIN-DEFAULT to arrival-retain-days
    move TREND-HORIZON-DEFAULT to trend-horizon-days

    move "CKPT-RETAIN-DAYS" to ctlparm-lookup-id
            function numval(ctlparm-lookup-value)
    end-if

    move "EVIDENCE-RETAIN-DAYS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
        compute evidence-retain-days =
            function numval(ctlparm-lookup-value)
    end-if

    move "ARRIVAL-RETAIN-DAYS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
        compute arrival-retain-days =
            function numval(ctlparm-lookup-value)
    end-if

    move "TREND-HORIZON-DAYS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
    close lock-file.

run-sweep-pass.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
    compute sw-age-days =
        today-integer - function integer-of-date(sw-date-8)

    move sw-file to lh-probe-dataset
    move sw-program to lh-probe-program
    move spaces to lh-probe-partner
    move sw-date to lh-probe-date
    move spaces to lh-probe-text
    string function trim(sw-file) " " function trim(sw-program)
           delimited by size into lh-probe-text
    perform check-legal-hold
    if legal-hold-applies
        add 1 to files-held
        move spaces to keep-reason
        string "legal hold " function trim(lh-id(lh-held-idx))
               delimited by size into keep-reason
        perform report-kept-entry
        exit paragraph
    end-if

    evaluate sw-class
        when "CKPT"
            perform sweep-checkpoint-entry
            perform sweep-aged-entry
        when "PARTITION"
            perform sweep-aged-entry
        when "EVIDENCE"
            perform sweep-aged-entry
        when "ARRIVAL"
            perform sweep-aged-entry
        when other
            move "unknown file class - kept" to keep-reason
            perform report-kept-entry
        exit paragraph
    end-if

    if sw-class = "EVIDENCE"
       and sw-age-days <= evidence-retain-days
        move "within evidence retention" to keep-reason
        perform report-kept-entry
        exit paragraph
    end-if

    if sw-class = "ARRIVAL"
       and sw-age-days <= arrival-retain-days
        move "within arrival archive retention" to keep-reason
        perform report-kept-entry
        exit paragraph
    end-if

    perform remove-swept-file.

remove-swept-file.
        exit paragraph
    end-if

    move trend-master-filename to lh-probe-dataset
    move trend-program-id to lh-probe-program
    move spaces to lh-probe-partner
    move trend-run-date to lh-probe-date
    move trend-program-id to lh-probe-text
    perform check-legal-hold
    if legal-hold-applies
        add 1 to trend-rows-kept
        add 1 to trend-rows-held
        exit paragraph
    end-if

    add 1 to trend-rows-rolled
    perform tally-trend-summary

           delimited by size into report-file-record
    perform write-detail-line

    if files-held > 0 or trend-rows-held > 0
        move spaces to report-file-record
        perform write-detail-line
        move spaces to report-file-record
        string "Kept under legal hold (LEGALHOLD.TXT): files "
               files-held "  trend rows " trend-rows-held
               delimited by size into report-file-record
        perform write-detail-line
        perform write-legal-hold-summary
    end-if

    perform write-run-summary-footer

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
    display "Usage: retention-sweep -s <sweep-manifest-report>"
    display "  sweep list SWEEPLIST.TXT: one candidate per line,"
    display "  ""<CKPT|EXC|EXTRACT|PARTITION|EVIDENCE|ARRIVAL> <file>"
    display "  <date>"
    display "  [program]"" (built by the scheduler's directory scan)"
    display "  retention days come from CTLPARM.TXT (CKPT-RETAIN-DAYS,"
    display "  EXC-RETAIN-DAYS, EXTRACT-RETAIN-DAYS,"
    display "  PARTITION-RETAIN-DAYS, EVIDENCE-RETAIN-DAYS default"
    display "  2555 for audit evidence bundles, ARRIVAL-RETAIN-DAYS"
    display "  default 90 for archived inbound arrivals,"
    display "  TREND-HORIZON-DAYS); live"
    display "  checkpoints and exception files with open dispositions"
    display "  are never removed, trend rows past the horizon roll"
    display "  into the TRENDSUM.TXT monthly archive, and every"
    display "  removal is listed in the sweep manifest"
    display "  files and trend rows in scope of an open legal hold"
    display "  (LEGALHOLD.TXT, maintained by legal-hold) are never"
    display "  removed or rolled and are listed as kept under hold"
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
