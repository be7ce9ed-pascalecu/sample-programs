identification division.
program-id. business-date-check.

environment division.
input-output section.
file-control.
    select runctl-file assign to dynamic runctl-filename
        organization is line sequential
        file status is runctl-status.

    select reportcat-file assign to dynamic reportcat-filename
        organization is line sequential
        file status is reportcat-status.

    select history-file assign to dynamic history-filename
        organization is line sequential
        file status is history-status.

    select audit-scan assign to dynamic audit-scan-filename
        organization is line sequential
        file status is audit-scan-status.

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
fd  runctl-file.
    copy "runctl-fd.cpy".

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  history-file.
01  history-record       pic x(100).

fd  audit-scan.
01  audit-scan-record    pic x(400).

fd  report-file.
01  report-file-record   pic x(160).

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
copy "runctl-ws.cpy".
copy "reportcat-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 2 times.

01 history-filename  pic x(100).
01 history-status    pic xx.
01 audit-scan-filename pic x(100).
01 audit-scan-status pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.

01 MAX-RUNS constant as 5000.
01 rr-count          binary-long value 0.
01 rr-table.
   05 rr-entry       occurs 1 to MAX-RUNS
                      depending on rr-count.
      10 rr-date     pic x(10).
      10 rr-run      pic 9(4).
01 rr-idx            binary-long.
01 runs-dropped      pic 9(5) value 0.
01 runs-disp         pic 9(5).

01 out-kind          pic x(8).
01 out-name          pic x(60).
01 out-date          pic x(10).
01 out-run-x         pic x(10).
01 out-run           pic 9(4).
01 run-date-found    pic x(10).
01 out-verdict       pic x(20).
01 match-flag        pic x.
   88 run-date-agrees value "Y".

01 eh-rec-program    pic x(30).
01 eh-rec-date       pic x(10).
01 eh-rec-run        pic x(10).

01 scan-pos          binary-long.
01 scan-len          binary-long.
01 field-start       binary-long.

01 outputs-read      pic 9(9) value 0.
01 outputs-checked   pic 9(9) value 0.
01 outputs-agree     pic 9(9) value 0.
01 outputs-mismatch  pic 9(9) value 0.
01 outputs-unknown   pic 9(9) value 0.
01 outputs-unrun   pic 9(9) value 0.
01 count-disp        pic z(8)9.

procedure division.

main.
    move "business-date-check" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform run-business-date-check

    move spaces to audit-input-value
    string function trim(runctl-filename)
           delimited by size into audit-input-value
    move spaces to audit-result-value
    string "bus-date: checked=" outputs-checked
           " mismatch=" outputs-mismatch
           " not-issued=" outputs-unknown
           " report=" function trim(report-filename)
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 2
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

    perform resolve-audit-unit
    if audit-unit-id <> "-"
        move spaces to runctl-filename
        string "RUNCTL." function trim(audit-unit-id) ".TXT"
               delimited by size into runctl-filename
    end-if.

run-business-date-check.
    move function current-date to rsum-start-stamp

    perform load-run-control

    perform resolve-report-generation

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "BUSINESS DATE MISMATCH REPORT" to rpt-program-title
    perform init-report-header

    move rr-count to runs-disp
    move spaces to report-file-record
    string "Run control " function trim(runctl-filename)
           ": " runs-disp " run(s) issued"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "KIND     OUTPUT                                      "
           "  RUN   OUTPUT DATE  RUN DATE"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "-------- --------------------------------------------"
           "  ----  -----------  ----------"
           delimited by size into report-file-record
    perform write-detail-line

    if rr-count > 0
        perform check-catalog
        perform check-elapsed-history
        perform check-audit-log
    end-if

    if outputs-mismatch = 0 and outputs-unknown = 0
        move spaces to report-file-record
        string "  (no output disagrees with its run's business date)"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    perform write-summary-section
    perform write-run-summary-footer

    close report-file

    if rr-count = 0
        move 8 to return-code
    else
        if outputs-mismatch > 0 or outputs-unknown > 0
           or runs-dropped > 0
            move 4 to return-code
        end-if
    end-if.

load-run-control.
    open input runctl-file
    if runctl-status <> "00"
        display "Run control " function trim(runctl-filename)
                " not found - no run dates to check against"
        exit paragraph
    end-if

    read runctl-file
    perform until runctl-status = "10"
        perform load-one-run
        read runctl-file
    end-perform

    close runctl-file.

load-one-run.
    if runctl-rec-date(5:1) <> "-"
       or function test-numval(runctl-rec-run-id) <> 0
        exit paragraph
    end-if

    if rr-count >= MAX-RUNS
        add 1 to runs-dropped
        exit paragraph
    end-if

    add 1 to rr-count
    move runctl-rec-date to rr-date(rr-count)
    compute rr-run(rr-count) = function numval(runctl-rec-run-id).

check-catalog.
    open input reportcat-file
    if reportcat-status <> "00"
        exit paragraph
    end-if

    read reportcat-file
    perform until reportcat-status = "10"
        perform check-one-catalog-record
        read reportcat-file
    end-perform

    close reportcat-file.

check-one-catalog-record.
    if reportcat-record = spaces
        exit paragraph
    end-if

    move spaces to rcat-rec-base
    move spaces to rcat-rec-date
    move spaces to rcat-rec-run
    move spaces to rcat-rec-gen
    move spaces to rcat-rec-actual

    unstring reportcat-record delimited by " | "
        into rcat-rec-base, rcat-rec-date, rcat-rec-run,
             rcat-rec-gen, rcat-rec-actual
    end-unstring

    move "CATALOG" to out-kind
    move rcat-rec-actual to out-name
    if rcat-rec-actual = spaces
        move rcat-rec-base to out-name
    end-if
    move rcat-rec-date to out-date
    move spaces to out-run-x
    if rcat-rec-run(1:4) = "run="
        move rcat-rec-run(5:6) to out-run-x
    end-if
    perform judge-output.

check-elapsed-history.
    move "ELAPSED-HIST.TXT" to history-filename
    perform check-one-history-file
    move "ELAPSED-HIST.MORNING.TXT" to history-filename
    perform check-one-history-file
    move "ELAPSED-HIST.MIDDAY.TXT" to history-filename
    perform check-one-history-file.

check-one-history-file.
    open input history-file
    if history-status <> "00"
        exit paragraph
    end-if

    read history-file
    perform until history-status = "10"
        perform check-one-history-record
        read history-file
    end-perform

    close history-file.

check-one-history-record.
    if history-record = spaces
        exit paragraph
    end-if

    move spaces to eh-rec-program
    move spaces to eh-rec-date
    move spaces to eh-rec-run

    unstring history-record delimited by " | "
        into eh-rec-program, eh-rec-date, eh-rec-run
    end-unstring

    move "HISTORY" to out-kind
    move spaces to out-name
    string function trim(eh-rec-program) " ("
           function trim(history-filename) ")"
           delimited by size into out-name
    move eh-rec-date to out-date
    move eh-rec-run to out-run-x
    perform judge-output.

check-audit-log.
    move audit-log-filename to audit-scan-filename
    open input audit-scan
    if audit-scan-status <> "00"
        exit paragraph
    end-if

    read audit-scan
    perform until audit-scan-status = "10"
        perform check-one-audit-record
        read audit-scan
    end-perform

    close audit-scan.

check-one-audit-record.
    compute scan-len = function length(
        function trim(audit-scan-record trailing))
    if scan-len < 8
        exit paragraph
    end-if

    move spaces to out-date
    move spaces to out-run-x
    perform varying scan-pos from 1 by 1
            until scan-pos > scan-len - 7
        if audit-scan-record(scan-pos:7) = " | run="
            move audit-scan-record(scan-pos + 7:4) to out-run-x
        end-if
        if audit-scan-record(scan-pos:7) = " | bus="
            move audit-scan-record(scan-pos + 7:10) to out-date
        end-if
    end-perform

    if out-date = spaces
        exit paragraph
    end-if

    move "AUDIT" to out-kind
    move spaces to out-name
    move 0 to field-start
    perform varying scan-pos from 1 by 1
            until scan-pos > scan-len - 2 or field-start > 0
        if audit-scan-record(scan-pos:3) = " | "
            move scan-pos to field-start
        end-if
    end-perform
    if field-start > 1
        move audit-scan-record(1:field-start - 1) to out-name
    end-if
    perform judge-output.

judge-output.
    add 1 to outputs-read

    if out-date(5:1) <> "-" or out-date(8:1) <> "-"
       or function test-numval(out-run-x) <> 0
        exit paragraph
    end-if

    compute out-run = function numval(out-run-x)
    if out-run = 0
        add 1 to outputs-unrun
        exit paragraph
    end-if

    add 1 to outputs-checked
    move "N" to match-flag
    move spaces to run-date-found

    perform varying rr-idx from 1 by 1
            until rr-idx > rr-count or run-date-agrees
        if rr-run(rr-idx) = out-run
            if rr-date(rr-idx) = out-date
                set run-date-agrees to true
            else
                if rr-date(rr-idx) < out-date
                   and (run-date-found = spaces
                        or rr-date(rr-idx) > run-date-found)
                    move rr-date(rr-idx) to run-date-found
                end-if
            end-if
        end-if
    end-perform

    if run-date-agrees
        add 1 to outputs-agree
        exit paragraph
    end-if

    if run-date-found = spaces
        add 1 to outputs-unknown
        move "NOT ISSUED" to run-date-found
    else
        add 1 to outputs-mismatch
    end-if

    move spaces to report-file-record
    string out-kind " " out-name(1:44) "  " out-run "  "
           out-date "   " run-date-found
           delimited by size into report-file-record
    perform write-detail-line.

write-summary-section.
    move spaces to report-file-record
    perform write-detail-line

    move outputs-read to count-disp
    move spaces to report-file-record
    string "Outputs read ................ " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move outputs-unrun to count-disp
    move spaces to report-file-record
    string "  outside a dispatched run .. " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move outputs-checked to count-disp
    move spaces to report-file-record
    string "  checked against their run . " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move outputs-agree to count-disp
    move spaces to report-file-record
    string "    business date agrees .... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move outputs-mismatch to count-disp
    move spaces to report-file-record
    string "    business date differs ... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move outputs-unknown to count-disp
    move spaces to report-file-record
    string "    run never issued ........ " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    if runs-dropped > 0
        move spaces to report-file-record
        string "WARNING: " runs-dropped
               " run control entries beyond the table limit ignored"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    perform write-detail-line
    move rr-count to runs-disp
    move spaces to report-file-record
    string "Run summary: outputs read " outputs-read
           "  runs loaded " runs-disp
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
    display "Usage: business-date-check -r <report-file>"
    display "  lists every output whose business date disagrees"
    display "  with the business date its run was issued for on"
    display "  the run control file (RUNCTL.TXT, or RUNCTL.<unit>.TXT"
    display "  under UTILUNIT): report catalog generations in"
    display "  REPORTCAT.TXT, SLA elapsed history records in"
    display "  ELAPSED-HIST[.<window>].TXT, and the bus= date on"
    display "  audit records; outputs outside a dispatched run"
    display "  (run 0) are counted but not checked; RC 4 when any"
    display "  output disagrees or names a run never issued, RC 8"
    display "  when the run control file cannot be read; the report"
    display "  is written as the next generation <report-file>.gNNNN"
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
    move outputs-read to eh-records-count
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
