identification division.
program-id. message-catalog.

environment division.
input-output section.
file-control.
    select scan-list assign to dynamic scan-list-name
        organization is line sequential
        file status is scan-list-status.

    select scan-file assign to dynamic scan-filename
        organization is line sequential
        file status is scan-file-status.

    select reportcat-file assign to dynamic reportcat-filename
        organization is line sequential
        file status is reportcat-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.

    select msgcat-file assign to dynamic msgcat-filename
        organization is line sequential
        file status is msgcat-status.

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
fd  scan-list.
01  scan-list-record     pic x(200).

fd  scan-file.
01  scan-file-record     pic x(550).

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  report-file.
01  report-file-record   pic x(132).

fd  msgcat-file.
    copy "msgcat-fd.cpy".

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
copy "msgcat-ws.cpy".
copy "reportcat-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 3 times.

01 scan-list-name    pic x(100).
01 scan-list-status  pic xx.
01 scan-filename     pic x(100).
01 scan-file-status  pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.

01 MAX-IDS-IN-USE    constant as 400.
01 use-count         binary-long value 0.
01 use-table.
   05 use-entry      occurs 400 times.
      10 use-id      pic x(7).
      10 use-tally   pic 9(9).
      10 use-source  pic x(40).
01 use-idx           binary-long.

01 lines-scanned     pic 9(9) value 0.
01 files-scanned     pic 9(5) value 0.
01 files-missing     pic 9(5) value 0.
01 entries-no-text   pic 9(5) value 0.
01 entries-sev-off   pic 9(5) value 0.
01 ids-uncatalogued  pic 9(5) value 0.
01 ids-no-runbook    pic 9(5) value 0.
01 sev-count-i       pic 9(5) value 0.
01 sev-count-w       pic 9(5) value 0.
01 sev-count-e       pic 9(5) value 0.
01 sev-count-s       pic 9(5) value 0.
01 catalog-disp      pic 9(5).
01 in-use-disp       pic 9(5).
01 use-status-word   pic x(20).

procedure division.

main.
    move "message-catalog" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform run-catalog-report

    move mc-count to catalog-disp
    move use-count to in-use-disp
    move msgcat-filename to audit-input-value
    move spaces to audit-result-value
    string "catalog: entries=" catalog-disp
           " in-use=" in-use-disp
           " no-runbook=" ids-no-runbook
           " uncatalogued=" ids-uncatalogued
           delimited by size into audit-result-value
    perform log-audit-entry

    if ids-no-runbook > 0 or ids-uncatalogued > 0
        move 4 to return-code
    end-if
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
    move spaces to scan-list-name
    if argc = 3
        move arg-val(3) to scan-list-name
    end-if

    if report-filename = spaces
        perform show-usage
    end-if.

run-catalog-report.
    move function current-date to rsum-start-stamp

    perform load-message-catalog
    if mc-count = 0
        display "Message catalog " function trim(msgcat-filename)
                " is missing or empty"
        move 16 to return-code
        stop run
    end-if

    move "ALERTS.TXT" to scan-filename
    perform scan-one-message-file

    if scan-list-name <> spaces
        open input scan-list
        if scan-list-status <> "00"
            display "Message file list " function trim(scan-list-name)
                    " could not be opened"
            move 16 to return-code
            stop run
        end-if
        read scan-list
        perform until scan-list-status = "10"
            if function trim(scan-list-record) <> spaces
               and scan-list-record(1:1) <> "*"
                move function trim(scan-list-record) to scan-filename
                perform scan-one-message-file
            end-if
            read scan-list
        end-perform
        close scan-list
    end-if

    perform resolve-report-generation

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "MESSAGE CATALOG" to rpt-program-title
    perform init-report-header

    perform write-catalog-section
    perform write-in-use-section

    move spaces to report-file-record
    perform write-detail-line
    move mc-count to catalog-disp
    move use-count to in-use-disp
    move spaces to report-file-record
    string "Catalog entries: " catalog-disp
           "  (S " sev-count-s "  E " sev-count-e
           "  W " sev-count-w "  I " sev-count-i ")"
           "  without runbook text: " entries-no-text
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Ids in use: " in-use-disp
           "  not catalogued: " ids-uncatalogued
           "  without runbook text: " ids-no-runbook
           "  files scanned: " files-scanned
           "  not found: " files-missing
           delimited by size into report-file-record
    perform write-detail-line

    perform write-run-summary-footer

    close report-file.

scan-one-message-file.
    open input scan-file
    if scan-file-status <> "00"
        add 1 to files-missing
        exit paragraph
    end-if

    add 1 to files-scanned

    read scan-file
    perform until scan-file-status = "10"
        if function trim(scan-file-record) <> spaces
            add 1 to lines-scanned
            perform tally-message-id
        end-if
        read scan-file
    end-perform

    close scan-file.

tally-message-id.
    move scan-file-record(1:200) to mc-probe-text
    if scan-file-record(1:10) = "message | "
        move scan-file-record(11:190) to mc-probe-text
    end-if

    perform find-message-id-in-text
    if mc-lookup-id = spaces
        exit paragraph
    end-if

    perform varying use-idx from 1 by 1 until use-idx > use-count
        if use-id(use-idx) = mc-lookup-id
            add 1 to use-tally(use-idx)
            exit paragraph
        end-if
    end-perform

    if use-count >= MAX-IDS-IN-USE
        exit paragraph
    end-if

    add 1 to use-count
    move mc-lookup-id to use-id(use-count)
    move 1 to use-tally(use-count)
    move scan-filename to use-source(use-count).

write-catalog-section.
    move "CATALOG ENTRIES NEEDING ATTENTION" to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    perform varying mc-idx from 1 by 1 until mc-idx > mc-count
        evaluate mc-severity(mc-idx)
            when "S" add 1 to sev-count-s
            when "E" add 1 to sev-count-e
            when "W" add 1 to sev-count-w
            when "I" add 1 to sev-count-i
        end-evaluate

        if mc-explain(mc-idx) = spaces
           or mc-response(mc-idx) = spaces
            add 1 to entries-no-text
            move spaces to report-file-record
            string "  " mc-id(mc-idx)
                   "  no runbook text (explanation and operator"
                   " response are both required)"
                   delimited by size into report-file-record
            perform write-detail-line
        end-if

        if mc-severity(mc-idx) <> mc-id(mc-idx)(7:1)
            add 1 to entries-sev-off
            move spaces to report-file-record
            string "  " mc-id(mc-idx)
                   "  catalog severity " mc-severity(mc-idx)
                   " disagrees with the id suffix"
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform

    if entries-no-text = 0 and entries-sev-off = 0
        move "  none - every entry has runbook text"
            to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line.

write-in-use-section.
    move "MESSAGE IDS IN USE" to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    if use-count = 0
        move "  no message ids found in the scanned files"
            to report-file-record
        perform write-detail-line
    end-if

    perform varying use-idx from 1 by 1 until use-idx > use-count
        move use-id(use-idx) to mc-lookup-id
        perform find-message-entry
        evaluate true
            when not msgcat-was-found
                move "NOT IN CATALOG" to use-status-word
                add 1 to ids-uncatalogued
            when mc-response(mc-found-idx) = spaces
                move "NO RUNBOOK TEXT" to use-status-word
                add 1 to ids-no-runbook
            when other
                move "ok" to use-status-word
        end-evaluate
        move spaces to report-file-record
        string "  " use-id(use-idx)
               "  seen " use-tally(use-idx)
               "  first in " function trim(use-source(use-idx))
               "  " function trim(use-status-word)
               delimited by size into report-file-record
        perform write-detail-line
    end-perform.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: lines scanned " lines-scanned
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
    display "Usage: message-catalog -r <report-file> [<file-list>]"
    display "  reports on the shared message catalog MSGCAT.TXT"
    display "  (""<msg-id> | <severity> | <explanation> | <operator"
    display "  response>"", msg-id is a three-letter program prefix,"
    display "  three digits and the severity letter: S page on-call"
    display "  now, E fix and rerun, W review next business day, I"
    display "  information only): entries with no runbook text or"
    display "  whose severity disagrees with the id, then every"
    display "  message id in use in ALERTS.TXT and the files named"
    display "  in <file-list> (exception files, failure snapshots,"
    display "  reports - one per line) with its catalog status;"
    display "  ids in use that are not catalogued or have no runbook"
    display "  text give RC 4; the report is written as the next"
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
    move lines-scanned to eh-records-count
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
