identification division.
program-id. check-digit.

environment division.
input-output section.
file-control.
    select in-file assign to dynamic in-filename
        organization is line sequential
        file status is in-file-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.

    select out-file assign to dynamic out-filename
        organization is line sequential
        file status is out-file-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.

    select stop-req-file assign to dynamic stop-req-filename
        organization is line sequential
        file status is stop-req-status.

    select snapshot-file assign to dynamic snapshot-filename
        organization is line sequential
        file status is snapshot-status.

    select suspense-file assign to dynamic suspense-filename
        organization is line sequential
        file status is suspense-status.

    select keyring-file assign to dynamic keyring-filename
        organization is line sequential
        file status is keyring-status.

    select masterkey-file assign to dynamic masterkey-filename
        organization is line sequential
        file status is masterkey-status.

    select stgchk-file assign to dynamic in-filename
        organization is line sequential
        file status is stgchk-status.

    select chain-file assign to dynamic chain-filename
        organization is line sequential
        file status is chain-status.

    select audit-log assign to dynamic audit-log-filename
        organization is line sequential
        file status is audit-log-status.

    select checkpoint-file assign to dynamic checkpoint-filename
        organization is line sequential
        file status is checkpoint-file-status.

    select exception-file assign to dynamic exception-filename
        organization is line sequential
        file status is exception-file-status.

    select extract-file assign to dynamic extract-filename
        organization is line sequential
        file status is extract-file-status.

    select trend-master assign to dynamic trend-master-filename
        organization is indexed
        access mode is random
        record key is trend-master-key
        file status is trend-master-status.

    select elapsed-hist-file assign to dynamic elapsed-hist-filename
        organization is line sequential
        file status is elapsed-hist-status.

    select alert-file assign to dynamic alert-filename
        organization is line sequential
        file status is alert-file-status.

    select excpmstr-file assign to dynamic excpmstr-filename
        organization is line sequential
        file status is excpmstr-status.

    select reportcat-file assign to dynamic reportcat-filename
        organization is line sequential
        file status is reportcat-status.

    select resubmit-file assign to dynamic resubmit-filename
        organization is line sequential
        file status is resubmit-status.

data division.
file section.
fd  in-file.
    copy "numeric-input-fd.cpy".

fd  report-file.
01  report-file-record pic x(80).

fd  out-file.
01  out-file-record    pic x(38).

fd  operauth-file.
    copy "operauth-fd.cpy".

fd  stop-req-file.
01  stop-req-record   pic x(100).

fd  snapshot-file.
01  snapshot-record   pic x(550).

fd  suspense-file.
01  suspense-record   pic x(250).

fd  keyring-file.
01  keyring-record    pic x(200).

fd  masterkey-file.
01  masterkey-record  pic x(100).

fd  stgchk-file.
01  stgchk-record     pic x(500).

fd  chain-file.
01  chain-record      pic x(20).

fd  audit-log.
    copy "auditlog-fd.cpy".

fd  checkpoint-file.
    copy "checkpoint-fd.cpy".

fd  exception-file.
    copy "exception-fd.cpy".

fd  extract-file.
    copy "extract-fd.cpy".

fd  trend-master.
    copy "trendmstr-ix.cpy".

fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

fd  alert-file.
    copy "alert-fd.cpy".

fd  excpmstr-file.
    copy "excpmstr-fd.cpy".

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  resubmit-file.
01  resubmit-record     pic x(38).

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
copy "cipher-trailer.cpy".
copy "staged-ws.cpy".
01 resubmit-filename pic x(100).
01 resubmit-status   pic xx.
01 resubmitted-count pic 9(9) value 0.
copy "reportcat-ws.cpy".
copy "excpmstr-ws.cpy".
copy "alert-ws.cpy".
copy "elapsed-ws.cpy".
copy "handoff-ws.cpy".
copy "checkpoint-ws.cpy".
copy "snapshot-ws.cpy".
01 stop-req-filename pic x(100) value "STOPREQ.TXT".
01 stop-req-status   pic xx.
01 sr-program        pic x(30).
01 sr-run            pic x(20).
01 stop-req-flag     pic x value 'N'.
   88 stop-requested value 'Y'.
copy "report-header-ws.cpy".
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "extract-ws.cpy".
copy "run-summary-ws.cpy".
copy "trendmstr-ix-ws.cpy".
copy "checkdigit-ws.cpy".

01 ckpt-skip-idx     binary-long.

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 7 times.

01 run-mode          pic x value 'S'.
   88 mode-single    value 'S'.
   88 mode-batch     value 'B'.

01 digit-action      pic x value 'V'.
   88 action-validate value 'V'.
   88 action-append  value 'A'.

01 severity-mode     pic x value 'W'.
   88 severity-warn  value 'W'.
   88 severity-transient value 'T'.
   88 severity-halt  value 'H'.
01 suspense-filename pic x(100) value "SUSPENSE.TXT".
01 suspense-status   pic xx.

01 cmdargs pic x(38).
01 scheme-arg        pic x(100).

01 in-filename          pic x(100).
01 in-file-status       pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 out-filename         pic x(100).
01 out-file-status      pic xx.

01 valid-count       pic 9(9) value 0.
01 invalid-count     pic 9(9) value 0.
01 appended-count    pic 9(9) value 0.
01 rejected-count    pic 9(9) value 0.
01 total-count       pic 9(9) value 0.
01 blank-count       pic 9(9) value 0.
01 records-read      pic 9(9) value 0.
01 records-accounted pic 9(9) value 0.
01 hit-count         pic 9(9) value 0.
01 reject-reason     pic x(60).
01 reject-msg-id     pic x(7).

procedure division.

main.
    move "check-digit" to audit-program-id
    perform validate-args
    perform check-operator-authority

    evaluate true
        when mode-batch
            perform run-batch-mode
            move in-filename to audit-input-value
            move spaces to audit-result-value
            if action-append
                string "batch " function trim(ckd-scheme)
                       " append: read=" records-read
                       " appended=" appended-count
                       " rejected=" rejected-count
                       delimited by size into audit-result-value
            else
                string "batch " function trim(ckd-scheme)
                       " validate: read=" records-read
                       " valid=" valid-count
                       " invalid=" invalid-count
                       " rejected=" rejected-count
                       delimited by size into audit-result-value
            end-if
        when other
            perform run-single-mode
    end-evaluate

    perform log-audit-entry
    if stop-requested
        move 8 to return-code
    end-if
    stop run.

validate-args.
    accept argc from argument-number

    if argc < 2 or argc > 7
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) <> "-f"
        set mode-single to true
        evaluate true
            when argc = 2
                move arg-val(1) to scheme-arg
                move arg-val(2) to cmdargs
            when argc = 3 and arg-val(1) = "-a"
                set action-append to true
                move arg-val(2) to scheme-arg
                move arg-val(3) to cmdargs
            when other
                perform show-usage
        end-evaluate
        perform resolve-scheme-arg
        exit paragraph
    end-if

    set mode-batch to true
    move 2 to arg-idx

    if arg-idx <= argc and arg-val(arg-idx) = "-a"
        set action-append to true
        add 1 to arg-idx
    end-if

    if arg-idx <= argc and arg-val(arg-idx) = "-s"
        if arg-idx + 1 > argc
            perform show-usage
        end-if
        if arg-val(arg-idx + 1) <> "H" and arg-val(arg-idx + 1) <> "W"
                and arg-val(arg-idx + 1) <> "T"
            perform show-usage
        end-if
        move arg-val(arg-idx + 1) to severity-mode
        add 2 to arg-idx
    end-if

    if arg-idx + 2 <> argc
        perform show-usage
    end-if

    move arg-val(arg-idx) to scheme-arg
    move arg-val(arg-idx + 1) to in-filename
    move arg-val(arg-idx + 2) to report-filename
    perform resolve-scheme-arg.

resolve-scheme-arg.
    move spaces to ckd-scheme
    evaluate function upper-case(scheme-arg)
        when "LUHN"
        when "MOD10"
            set ckd-luhn to true
        when "MOD11"
            set ckd-mod11 to true
        when "MOD97"
            set ckd-mod97 to true
        when other
            perform show-usage
    end-evaluate.

run-single-mode.
    move cmdargs to ckd-number
    move spaces to audit-input-value
    string function trim(ckd-scheme) " " function trim(cmdargs)
           delimited by size into audit-input-value

    if action-append
        perform append-check-digit
    else
        perform validate-check-digit
    end-if

    perform describe-check-result
    move spaces to audit-result-value

    evaluate true
        when not ckd-ok
            display "Rejected: " function trim(reject-reason)
            move reject-reason to audit-result-value
            move 4 to return-code
        when action-append
            display ckd-number(1:ckd-len)
            move ckd-number(1:ckd-len) to audit-result-value
        when other
            display "Valid"
            move "Valid" to audit-result-value
    end-evaluate.

run-batch-mode.
    move function current-date to rsum-start-stamp
    perform resolve-report-generation

    perform verify-input-envelope

    open input in-file
    if in-file-status <> "00"
        perform show-usage
    end-if

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move spaces to exception-filename
    string function trim(report-filename) ".exc"
           delimited by size into exception-filename
    open output exception-file
    if exception-file-status <> "00"
        perform show-usage
    end-if

    move spaces to extract-filename
    string function trim(report-filename) ".ext"
           delimited by size into extract-filename
    open output extract-file
    if extract-file-status <> "00"
        perform show-usage
    end-if

    if action-append
        move "CHECK-DIGIT APPEND RUN" to rpt-program-title
    else
        move "CHECK-DIGIT VALIDATION RUN" to rpt-program-title
    end-if
    perform init-report-header

    move spaces to report-file-record
    string "Scheme: " function trim(ckd-scheme)
           "   Input: " function trim(in-filename)
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to checkpoint-filename
    string function trim(in-filename) ".ckpt"
           delimited by size into checkpoint-filename

    perform resume-from-checkpoint

    if action-append
        move spaces to out-filename
        string function trim(in-filename) ".cd"
               delimited by size into out-filename
        if checkpoint-rec-num > 0
            open extend out-file
        else
            open output out-file
        end-if
        if out-file-status <> "00"
            perform show-usage
        end-if
    end-if

    perform read-in-file
    perform until in-file-status <> "00"
            or stop-requested
        add 1 to records-read
        perform classify-one-record
        add 1 to checkpoint-rec-num
        if function mod(checkpoint-rec-num, CHECKPOINT-INTERVAL) = 0
            perform write-checkpoint
        end-if
        perform read-in-file
    end-perform

    if in-file-status <> "10" and not stop-requested
        perform abort-with-snapshot
    end-if

    close in-file

    if stop-requested
        perform honor-stop-request
    else
        perform clear-checkpoint
    end-if

    perform process-resubmit-file

    move spaces to report-file-record
    if action-append
        string "Total: " total-count
               "  Appended: " appended-count
               "  Rejected: " rejected-count
               delimited by size into report-file-record
    else
        string "Total: " total-count
               "  Valid: " valid-count
               "  Invalid: " invalid-count
               "  Rejected: " rejected-count
               delimited by size into report-file-record
    end-if
    write report-file-record

    if action-append
        move spaces to report-file-record
        string "Output: " function trim(out-filename)
               delimited by size into report-file-record
        write report-file-record
    end-if

    compute records-accounted = total-count + blank-count

    move spaces to report-file-record
    if records-read = records-accounted
        string "Reconciliation: read " records-read
               " = accounted " records-accounted " OK"
               delimited by size into report-file-record
    else
        string "Reconciliation: MISMATCH read " records-read
               " <> accounted " records-accounted
               delimited by size into report-file-record
    end-if
    write report-file-record

    perform write-run-summary-footer
    perform write-trend-record

    close report-file
    close exception-file
    close extract-file
    if action-append
        close out-file
    end-if

    if invalid-count > 0 or rejected-count > 0
        move 4 to return-code
    end-if.

write-trend-record.
    move "check-digit" to trend-program-id
    move rpt-run-date-disp to trend-run-date
    move audit-run-id to trend-run-id
    move total-count to trend-total-count
    if action-append
        move appended-count to hit-count
    else
        move valid-count to hit-count
    end-if
    move hit-count to trend-hit-count
    compute trend-reject-count = invalid-count + rejected-count

    open i-o trend-master
    if trend-master-status = "05" or trend-master-status = "35"
        open output trend-master
        close trend-master
        open i-o trend-master
    end-if

    write trend-master-record
        invalid key
            rewrite trend-master-record
    end-write

    close trend-master.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: read " records-read
           "  processed " records-accounted
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

write-extract-record.
    move function trim(in-file-record) to extract-record-id
    move rpt-run-date-disp to extract-run-date
    move audit-run-id to extract-run-id
    write extract-file-record.

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

resume-from-checkpoint.
    move 0 to checkpoint-rec-num

    open input checkpoint-file
    if checkpoint-file-status = "00"
        read checkpoint-file
        if checkpoint-file-status = "00"
            move checkpoint-file-record to checkpoint-rec-num
        end-if
        close checkpoint-file
    end-if

    perform varying ckpt-skip-idx from 1 by 1
            until ckpt-skip-idx > checkpoint-rec-num
                or in-file-status = "10"
        perform read-in-file
    end-perform.

write-checkpoint.
    open output checkpoint-file
    move checkpoint-rec-num to checkpoint-file-record
    write checkpoint-file-record
    close checkpoint-file
    perform check-stop-request.

check-stop-request.
    open input stop-req-file
    if stop-req-status <> "00"
        exit paragraph
    end-if

    perform resolve-audit-run-id

    read stop-req-file
    perform until stop-req-status = "10" or stop-requested
        perform match-stop-request
        read stop-req-file
    end-perform

    close stop-req-file.

match-stop-request.
    if function trim(stop-req-record) = spaces
       or stop-req-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to sr-program
    move spaces to sr-run

    unstring stop-req-record delimited by " | "
        into sr-program, sr-run
    end-unstring

    if sr-program <> audit-program-id
        exit paragraph
    end-if

    if sr-run = "ALL"
        set stop-requested to true
        exit paragraph
    end-if

    if sr-run(1:4) = "run="
       and function test-numval(sr-run(5:4)) = 0
       and function numval(sr-run(5:4)) = audit-run-id
        set stop-requested to true
    end-if.

honor-stop-request.
    display "STOP REQUEST honored at checkpoint "
            checkpoint-rec-num " - closed clean, restartable"
    move "STOPREQ.TXT" to audit-input-value
    move spaces to audit-result-value
    string "early stop at checkpoint " checkpoint-rec-num
           " (stop request honored, restartable)"
           delimited by size into audit-result-value
    perform log-audit-entry.

clear-checkpoint.
    open output checkpoint-file
    close checkpoint-file.

classify-one-record.
    if in-file-record(1:8) = HANDOFF-HDR-TAG
       or in-file-record(1:8) = HANDOFF-TRL-TAG
        add 1 to blank-count
        move spaces to exception-file-record
        move "(handoff control record): CKD101I SKIPPED"
            to exception-file-record
        set rsn-control-record to true
        perform write-exception-line
        exit paragraph
    end-if

    if function trim(in-file-record) = spaces
        add 1 to blank-count
        move spaces to exception-file-record
        move "(blank line): CKD102I SKIPPED" to exception-file-record
        set rsn-blank-line to true
        perform write-exception-line
        exit paragraph
    end-if

    add 1 to total-count
    move in-file-record to ckd-number

    if action-append
        perform append-check-digit
    else
        perform validate-check-digit
    end-if

    perform describe-check-result
    move spaces to report-file-record

    if not ckd-ok
        if ckd-bad
            add 1 to invalid-count
        else
            add 1 to rejected-count
        end-if
        string function trim(in-file-record) ": "
               reject-msg-id " "
               function trim(reject-reason)
               delimited by size into report-file-record
        perform write-detail-line
        move report-file-record to exception-file-record
        perform write-exception-line
        perform log-exception-master
        if severity-halt
            perform halt-on-reject
        end-if
        exit paragraph
    end-if

    if action-append
        add 1 to appended-count
        string function trim(in-file-record) ": "
               ckd-number(1:ckd-len)
               delimited by size into report-file-record
        move "APPENDED" to extract-classification
        move spaces to out-file-record
        move ckd-number(1:ckd-len) to out-file-record
        write out-file-record
    else
        add 1 to valid-count
        string function trim(in-file-record) ": Valid"
               delimited by size into report-file-record
        move "VALID" to extract-classification
    end-if
    perform write-detail-line
    perform write-extract-record.

describe-check-result.
    move spaces to reject-reason
    move spaces to reject-msg-id

    evaluate true
        when ckd-ok
            continue
        when ckd-not-digits
            move "CKD103W" to reject-msg-id
            move "REJECTED (not all digits)" to reject-reason
            set rsn-not-numeric to true
        when ckd-too-short
            move "CKD104W" to reject-msg-id
            move "REJECTED (too short to carry a check digit)"
                to reject-reason
            set rsn-check-digit to true
        when ckd-too-long
            move "CKD104W" to reject-msg-id
            move "REJECTED (no room to append a check digit)"
                to reject-reason
            set rsn-check-digit to true
        when ckd-no-check
            move "CKD105W" to reject-msg-id
            move "REJECTED (no valid MOD11 check digit)"
                to reject-reason
            set rsn-check-digit to true
        when ckd-bad
            move "CKD106W" to reject-msg-id
            string "INVALID (check digit " ckd-given(1:ckd-width)
                   ", expected " ckd-check-text(1:ckd-width) ")"
                   delimited by size into reject-reason
            set rsn-check-digit to true
    end-evaluate.

show-usage.
    display "Usage: check-digit [-a] <scheme> <number> to validate a "
            "number (or with -a append its check digit), "
            "or -f [-a] [-s H|W|T] <scheme> <input-file> <report-file>"
            " for batch mode"
    display "  scheme is LUHN (mod-10, alias MOD10), MOD11 (weights 2-7"
            " from the right, remainder 10 has no check digit) or MOD97"
            " (two check digits, ISO 7064 MOD 97-10)"
    display "  batch validation reports each number Valid or INVALID"
            " (RC 4 when any fail); -a writes each number with its"
            " check digit appended to <input-file>.cd"
    display "  -s sets reject severity (H halts the run on the first"
            " rejected record, T sends rejects to the SUSPENSE.TXT"
            " recycle queue, W warns and continues - the default)"
    move 16 to return-code
    stop run.

measure-check-number.
    set ckd-ok to true
    if ckd-mod97
        move 2 to ckd-width
    else
        move 1 to ckd-width
    end-if

    move function trim(ckd-number) to ckd-number
    if ckd-number = spaces
        move 0 to ckd-len
        set ckd-not-digits to true
        exit paragraph
    end-if

    compute ckd-len =
        function length(function trim(ckd-number trailing))
    if ckd-number(1:ckd-len) is not numeric
        set ckd-not-digits to true
    end-if.

validate-check-digit.
    perform measure-check-number
    if not ckd-ok
        exit paragraph
    end-if

    if ckd-len <= ckd-width
        set ckd-too-short to true
        exit paragraph
    end-if

    compute ckd-payload-len = ckd-len - ckd-width
    move spaces to ckd-given
    move ckd-number(ckd-payload-len + 1:ckd-width) to ckd-given
    perform compute-check-digit
    if not ckd-ok
        exit paragraph
    end-if

    if ckd-given <> ckd-check-text
        set ckd-bad to true
    end-if.

append-check-digit.
    perform measure-check-number
    if not ckd-ok
        exit paragraph
    end-if

    if ckd-len + ckd-width > 38
        set ckd-too-long to true
        exit paragraph
    end-if

    move ckd-len to ckd-payload-len
    perform compute-check-digit
    if not ckd-ok
        exit paragraph
    end-if

    move ckd-check-text(1:ckd-width)
        to ckd-number(ckd-len + 1:ckd-width)
    add ckd-width to ckd-len.

compute-check-digit.
    move 0 to ckd-sum
    move spaces to ckd-check-text

    evaluate true
        when ckd-luhn
            perform varying ckd-idx from ckd-payload-len by -1
                    until ckd-idx < 1
                move ckd-number(ckd-idx:1) to ckd-digit
                compute ckd-pos = ckd-payload-len - ckd-idx + 1
                if function mod(ckd-pos, 2) = 1
                    compute ckd-doubled = ckd-digit * 2
                    if ckd-doubled > 9
                        subtract 9 from ckd-doubled
                    end-if
                    add ckd-doubled to ckd-sum
                else
                    add ckd-digit to ckd-sum
                end-if
            end-perform
            compute ckd-expected =
                function mod(10 - function mod(ckd-sum, 10), 10)
            move ckd-expected-x(2:1) to ckd-check-text

        when ckd-mod11
            perform varying ckd-idx from ckd-payload-len by -1
                    until ckd-idx < 1
                move ckd-number(ckd-idx:1) to ckd-digit
                compute ckd-pos = ckd-payload-len - ckd-idx + 1
                compute ckd-weight = function mod(ckd-pos - 1, 6) + 2
                compute ckd-sum = ckd-sum + ckd-digit * ckd-weight
            end-perform
            compute ckd-expected = 11 - function mod(ckd-sum, 11)
            if ckd-expected = 11
                move 0 to ckd-expected
            end-if
            if ckd-expected = 10
                set ckd-no-check to true
                exit paragraph
            end-if
            move ckd-expected-x(2:1) to ckd-check-text

        when ckd-mod97
            perform varying ckd-idx from 1 by 1
                    until ckd-idx > ckd-payload-len
                move ckd-number(ckd-idx:1) to ckd-digit
                compute ckd-sum =
                    function mod(ckd-sum * 10 + ckd-digit, 97)
            end-perform
            compute ckd-sum = function mod(ckd-sum * 100, 97)
            compute ckd-expected = 98 - ckd-sum
            move ckd-expected-x to ckd-check-text
    end-evaluate.

halt-on-reject.
    move "HALT" to alert-severity
    move "CKD201S" to alert-msg-id
    move spaces to alert-message
    string "severity-halt reject in "
           function trim(in-filename)
           " - run stopped (see exception file)"
           delimited by size into alert-message
    perform write-alert-entry

    display "HALTED: severity H - rejected record found, run stopped "
            "(see exception file)"
    move 8 to return-code
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

write-alert-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    perform resolve-audit-run-id

    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           " " audit-run-time(1:2) ":" audit-run-time(3:2) ":" audit-run-time(5:2)
           delimited by size into audit-timestamp-disp

    open extend alert-file
    if alert-file-status = "05" or alert-file-status = "35"
        open output alert-file
    end-if

    move spaces to alert-file-record
    string function trim(audit-program-id) " | "
           function trim(audit-timestamp-disp) " | run="
           audit-run-id " | "
           function trim(alert-severity) " | "
           alert-msg-id " "
           function trim(alert-message)
           delimited by size into alert-file-record
    write alert-file-record

    close alert-file.

log-exception-master.
    if severity-transient
        perform write-suspense-record
        exit paragraph
    end-if

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

    open extend excpmstr-file
    if excpmstr-status = "05" or excpmstr-status = "35"
        open output excpmstr-file
    end-if

    move spaces to excpmstr-record
    string function trim(audit-program-id) " | "
           audit-timestamp-disp(1:10) " | run="
           audit-run-id " | "
           severity-mode " | "
           function trim(in-file-record) " | OPEN | "
           function trim(audit-operator-id) " | "
           audit-timestamp-disp " |  | "
           exception-reason
           delimited by size into excpmstr-record
    write excpmstr-record

    close excpmstr-file.

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

process-resubmit-file.
    move spaces to resubmit-filename
    string "RESUBMIT." function trim(audit-program-id) ".TXT"
           delimited by size into resubmit-filename

    open input resubmit-file
    if resubmit-status <> "00"
        exit paragraph
    end-if

    read resubmit-file
    perform until resubmit-status = "10"
        if function trim(resubmit-record) <> spaces
            move resubmit-record to in-file-record
            add 1 to records-read
            add 1 to resubmitted-count
            perform classify-one-record
        end-if
        read resubmit-file
    end-perform

    close resubmit-file

    open output resubmit-file
    close resubmit-file

    move spaces to report-file-record
    string "Resubmitted records processed: " resubmitted-count
           delimited by size into report-file-record
    perform write-detail-line.

read-in-file.
    read in-file
    if in-file-status <> "00"
        exit paragraph
    end-if

    if in-file-record(1:9) = CIPHER-HEADER-TAG
        if not staged-verified
            perform verify-staged-file
        end-if
        read in-file
        if in-file-status <> "00"
            exit paragraph
        end-if
    end-if

    if not staged-encrypted
        exit paragraph
    end-if

    if in-file-record(1:9) = CIPHER-TRAILER-TAG
        move "10" to in-file-status
        exit paragraph
    end-if

    move in-file-record to stg-text
    set stg-decrypt to true
    perform apply-staged-cipher
    move stg-text to in-file-record.

verify-staged-file.
    set staged-verified to true
    set staged-encrypted to true

    open input stgchk-file
    if stgchk-status <> "00"
        move "STG101E" to stg-refuse-msg-id
        move "file could not be reopened for trailer verification"
            to stg-refuse-reason
        perform refuse-staged-file
    end-if

    move spaces to stgchk-record
    read stgchk-file

    move spaces to stg-hdr-tag
    move spaces to stg-key-id
    move spaces to stg-key-fp-x
    unstring stgchk-record delimited by " | "
        into stg-hdr-tag, stg-key-id, stg-key-fp-x
    end-unstring

    move 0 to stg-key-fp
    if function test-numval(stg-key-fp-x) = 0
        compute stg-key-fp = function numval(stg-key-fp-x)
    end-if

    move "N" to stg-active-flag
    perform resolve-staged-key
    if not staged-key-found
        close stgchk-file
        perform refuse-staged-file
    end-if

    move 0 to stg-work-count
    move 0 to stg-work-checksum
    move "N" to stg-trailer-flag

    read stgchk-file
    perform until stgchk-status <> "00" or stg-trailer-seen
        evaluate true
            when stgchk-record(1:9) = CIPHER-TRAILER-TAG
                set stg-trailer-seen to true
                move stgchk-record(1:29) to cipher-trailer-record
            when other
                move stgchk-record to stg-text
                set stg-decrypt to true
                perform apply-staged-cipher
                perform accumulate-staged-checksum
        end-evaluate
        read stgchk-file
    end-perform

    close stgchk-file
    move spaces to stg-text

    move "STG101E" to stg-refuse-msg-id
    evaluate true
        when not stg-trailer-seen
            move "no integrity trailer - file truncated or not staged"
                to stg-refuse-reason
            perform refuse-staged-file
        when ct-record-count <> stg-work-count
          or ct-checksum <> stg-work-checksum
            move spaces to stg-refuse-reason
            string "integrity trailer mismatch (count "
                   stg-work-count "/" ct-record-count
                   " checksum " stg-work-checksum
                   "/" ct-checksum ")"
                   delimited by size into stg-refuse-reason
            perform refuse-staged-file
    end-evaluate.

refuse-staged-file.
    close in-file
    display stg-refuse-msg-id " STAGED FILE REFUSED: "
            function trim(in-filename) " - "
            function trim(stg-refuse-reason)
            " - nothing was processed"

    move in-filename to audit-input-value
    move spaces to audit-result-value
    string "STAGED FILE REFUSED: " function trim(stg-refuse-reason)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

resolve-staged-key.
    move "N" to stg-key-found-flag
    move spaces to stg-key-text
    move spaces to stg-key-expires
    move "STG102E" to stg-refuse-msg-id
    move spaces to stg-refuse-reason

    open input keyring-file
    if keyring-status <> "00"
        move "key ring KEYRING.TXT is not available"
            to stg-refuse-reason
        exit paragraph
    end-if

    read keyring-file
    perform until keyring-status = "10" or staged-key-found
        perform parse-staged-keyring-record
        if stg-kr-id = stg-key-id
           and (stg-kr-state = "ACTIVE" or not stg-active-only)
            perform match-staged-key-value
        end-if
        read keyring-file
    end-perform

    close keyring-file

    if staged-key-found or stg-refuse-reason <> spaces
        exit paragraph
    end-if

    if stg-active-only
        string "key " function trim(stg-key-id)
               " is not active on the key ring"
               delimited by size into stg-refuse-reason
    else
        string "key " function trim(stg-key-id)
               " (fp " stg-key-fp ") is not on the key ring"
               delimited by size into stg-refuse-reason
    end-if.

match-staged-key-value.
    if stg-kr-value(1:4) = "ENC:"
        perform unwrap-staged-key-value
        if not stg-master-loaded
            move "ring value protected, MASTERKEY.TXT not available"
                to stg-refuse-reason
            exit paragraph
        end-if
    else
        move stg-kr-value to stg-key-text
    end-if

    perform fingerprint-staged-key

    if stg-active-only
        move stg-fp-work to stg-key-fp
    else
        if stg-fp-work <> stg-key-fp
            exit paragraph
        end-if
    end-if

    move stg-kr-expires to stg-key-expires
    set staged-key-found to true.

parse-staged-keyring-record.
    move spaces to stg-kr-id
    move spaces to stg-kr-value
    move spaces to stg-kr-created
    move spaces to stg-kr-expires
    move spaces to stg-kr-state

    unstring keyring-record delimited by " | "
        into stg-kr-id, stg-kr-value, stg-kr-created,
             stg-kr-expires, stg-kr-state
    end-unstring.

load-staged-master-key.
    move "N" to stg-master-flag
    move spaces to stg-master-key

    open input masterkey-file
    if masterkey-status <> "00"
        exit paragraph
    end-if

    read masterkey-file
    perform until masterkey-status = "10"
            or stg-master-loaded
        if function trim(masterkey-record) <> spaces
            move function trim(masterkey-record) to stg-master-key
            set stg-master-loaded to true
        end-if
        read masterkey-file
    end-perform

    close masterkey-file.

unwrap-staged-key-value.
    move spaces to stg-key-text
    perform load-staged-master-key
    if not stg-master-loaded
        exit paragraph
    end-if

    move spaces to stg-hex
    move function trim(stg-kr-value(5:)) to stg-hex
    compute stg-hex-len =
        function length(function trim(stg-hex trailing)) / 2

    perform varying stg-idx from 1 by 1 until stg-idx > stg-hex-len
        move stg-hex(stg-idx * 2 - 1:1) to stg-hx-char
        perform find-staged-hex-digit
        compute stg-byte = stg-hx-val * 16
        move stg-hex(stg-idx * 2:1) to stg-hx-char
        perform find-staged-hex-digit
        add stg-hx-val to stg-byte
        move function char(stg-byte + 1) to stg-key-text(stg-idx:1)
    end-perform

    compute stg-key-len =
        function length(function trim(stg-master-key))
    move 0 to stg-key-idx

    perform varying stg-idx from 1 by 1 until stg-idx > stg-hex-len
        add 1 to stg-key-idx
        if stg-key-idx > stg-key-len
            move 1 to stg-key-idx
        end-if
        compute stg-key-byte =
            function ord(stg-master-key(stg-key-idx:1)) - 1
        compute stg-byte = function ord(stg-key-text(stg-idx:1)) - 1
        compute stg-byte =
            function mod(stg-byte - stg-key-byte + 256, 256)
        move function char(stg-byte + 1) to stg-key-text(stg-idx:1)
    end-perform.

find-staged-hex-digit.
    move 0 to stg-hx-val
    perform varying stg-hx-j from 1 by 1 until stg-hx-j > 16
        if stg-hex-table(stg-hx-j:1) = stg-hx-char
            compute stg-hx-val = stg-hx-j - 1
            exit perform
        end-if
    end-perform.

fingerprint-staged-key.
    move 0 to stg-fp-work
    compute stg-key-len =
        function length(function trim(stg-key-text trailing))

    perform varying stg-idx from 1 by 1 until stg-idx > stg-key-len
        compute stg-fp-work =
            function mod(stg-fp-work * 31
                + function ord(stg-key-text(stg-idx:1)),
                1000000000)
    end-perform.

apply-staged-cipher.
    compute stg-key-len = function length(function trim(stg-key-text))
    compute stg-text-len =
        function length(function trim(stg-text trailing))
    if stg-text = spaces
        move 0 to stg-text-len
    end-if
    move 0 to stg-key-idx

    perform varying stg-idx from 1 by 1 until stg-idx > stg-text-len
        add 1 to stg-key-idx
        if stg-key-idx > stg-key-len
            move 1 to stg-key-idx
        end-if

        compute stg-key-byte =
            function ord(stg-key-text(stg-key-idx:1)) - 1
        compute stg-byte = function ord(stg-text(stg-idx:1)) - 1

        if stg-encrypt
            compute stg-byte = function mod(stg-byte + stg-key-byte, 256)
        else
            compute stg-byte =
                function mod(stg-byte - stg-key-byte + 256, 256)
        end-if

        move function char(stg-byte + 1) to stg-text(stg-idx:1)
    end-perform.

accumulate-staged-checksum.
    add 1 to stg-work-count
    compute stg-text-len =
        function length(function trim(stg-text trailing))
    if stg-text = spaces
        move 0 to stg-text-len
    end-if

    perform varying stg-idx from 1 by 1 until stg-idx > stg-text-len
        compute stg-work-checksum =
            function mod(stg-work-checksum
                + function ord(stg-text(stg-idx:1)),
                1000000000)
    end-perform.

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

abort-with-snapshot.
    move "batch input read loop" to snap-paragraph
    move in-file-status to snap-file-status
    move in-file-record to snap-last-record
    move records-read to snap-counter-1
    move checkpoint-rec-num to snap-counter-2
    move "fatal file status on batch input" to snap-reason
    move "CKD301S" to snap-msg-id
    perform write-failure-snapshot

    display "FATAL: file status " snap-file-status
            " reading " function trim(in-filename)
            " - post-mortem snapshot written to "
            function trim(snapshot-filename)
            " (read with snapshot-format)"

    move in-filename to audit-input-value
    move spaces to audit-result-value
    string "FATAL file status " snap-file-status
           " - snapshot " function trim(snapshot-filename)
           delimited by size into audit-result-value
    perform log-audit-entry

    close in-file
    move 16 to return-code
    stop run.

write-failure-snapshot.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    perform resolve-audit-run-id
    perform resolve-audit-operator

    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-"
           audit-run-date(7:2) " "
           audit-run-time(1:2) ":" audit-run-time(3:2) ":"
           audit-run-time(5:2)
           delimited by size into audit-timestamp-disp

    move spaces to snapshot-filename
    string "SNAPSHOT." function trim(audit-program-id) ".TXT"
           delimited by size into snapshot-filename

    open output snapshot-file

    move "*FAILSNAP* | 1" to snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "program | " function trim(audit-program-id)
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "run | " audit-run-id
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "when | " audit-timestamp-disp
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "operator | " function trim(audit-operator-id)
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "paragraph | " function trim(snap-paragraph)
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "reason | " function trim(snap-reason)
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "message | " snap-msg-id
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "file-status | " snap-file-status
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "records-read | " snap-counter-1
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "checkpoint | " snap-counter-2
           delimited by size into snapshot-record
    write snapshot-record
    move spaces to snapshot-record
    string "last-record | "
           function trim(snap-last-record trailing)
           delimited by size into snapshot-record
    write snapshot-record

    close snapshot-file.

verify-input-envelope.
    move "N" to ho-hdr-seen
    move "N" to ho-trl-seen
    move "N" to ho-mismatch
    move 0 to ho-work-count
    move 0 to ho-work-hash
    move 0 to ho-exp-count
    move 0 to ho-exp-hash

    open input in-file
    if in-file-status <> "00"
        exit paragraph
    end-if

    perform read-in-file
    if in-file-status <> "00"
        close in-file
        exit paragraph
    end-if

    if in-file-record(1:8) <> HANDOFF-HDR-TAG
        close in-file
        exit paragraph
    end-if

    move "Y" to ho-hdr-seen

    perform read-in-file
    perform until in-file-status = "10"
        evaluate true
            when in-file-record(1:8) = HANDOFF-TRL-TAG
                perform parse-handoff-trailer
            when ho-trl-seen = "Y"
                if function trim(in-file-record) <> spaces
                    move "Y" to ho-mismatch
                end-if
            when other
                move in-file-record to ho-line
                perform hash-handoff-record
        end-evaluate
        perform read-in-file
    end-perform

    close in-file

    if ho-trl-seen <> "Y"
       or ho-work-count <> ho-exp-count
       or ho-work-hash <> ho-exp-hash
        move "Y" to ho-mismatch
    end-if

    if ho-mismatch <> "Y"
        exit paragraph
    end-if

    display "HANDOFF VERIFICATION FAILED: "
            function trim(in-filename)
            " control header/trailer does not prove out"
            " (count " ho-work-count " vs " ho-exp-count
            ", hash " ho-work-hash " vs " ho-exp-hash
            ") - input rejected before processing"

    move in-filename to audit-input-value
    move spaces to audit-result-value
    string "HANDOFF MISMATCH: count " ho-work-count
           " vs " ho-exp-count
           " hash " ho-work-hash " vs " ho-exp-hash
           delimited by size into audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

parse-handoff-trailer.
    move "Y" to ho-trl-seen
    move spaces to ho-tag
    move spaces to ho-field-c
    move spaces to ho-field-d

    unstring in-file-record delimited by " | "
        into ho-tag, ho-field-c, ho-field-d
    end-unstring

    if function test-numval(ho-field-c) = 0
        compute ho-exp-count = function numval(ho-field-c)
    end-if
    if function test-numval(ho-field-d) = 0
        compute ho-exp-hash = function numval(ho-field-d)
    end-if.

hash-handoff-record.
    add 1 to ho-work-count
    compute ho-content-len =
        function length(function trim(ho-line trailing))
    perform varying ho-byte-idx from 1 by 1
            until ho-byte-idx > ho-content-len
        compute ho-work-hash =
            function mod(ho-work-hash
                + function ord(ho-line(ho-byte-idx:1)),
                1000000000)
    end-perform.

write-suspense-record.
    accept audit-run-date from date yyyymmdd
    perform resolve-audit-run-id

    open extend suspense-file
    if suspense-status = "05" or suspense-status = "35"
        open output suspense-file
    end-if

    move spaces to suspense-record
    string function trim(audit-program-id) " | "
           audit-run-date(1:4) "-" audit-run-date(5:2) "-"
           audit-run-date(7:2) " | run="
           audit-run-id " | "
           function trim(in-file-record)
           delimited by size into suspense-record
    write suspense-record

    close suspense-file.

log-audit-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time

    perform resolve-audit-operator
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window

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
