identification division.
program-id. audit-evidence-pack.

environment division.
input-output section.
file-control.
    select src-file assign to dynamic src-filename
        organization is line sequential
        file status is src-status.

    select work-file assign to dynamic work-filename
        organization is line sequential
        file status is work-status.

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
fd  src-file.
01  src-record        pic x(500).

fd  work-file.
01  work-record       pic x(420).

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  report-file.
01  report-file-record pic x(420).

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
copy "reportcat-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 src-filename      pic x(100).
01 src-status        pic xx.
01 work-filename     pic x(110).
01 work-status       pic xx.
01 verify-filename   pic x(110).
01 report-filename   pic x(100).
01 report-file-status pic xx.
01 del-status        binary-long.
01 os-command        pic x(300).
01 sys-rc            binary-long.

01 EVIDENCE-CLASS    constant as "EVIDENCE".
01 live-audit-name   pic x(100) value "AUDITLOG.TXT".
01 paramaudit-name   pic x(100) value "PARAMAUDIT.TXT".
01 keypend-name      pic x(100) value "KEYPEND.TXT".
01 keyjrnl-name      pic x(100) value "KEYJRNL.TXT".
01 recertsign-name   pic x(100) value "RECERTSIGN.TXT".
01 balstat-name      pic x(100) value "BALSTAT.TXT".
01 excpmstr-name     pic x(100) value "EXCPMSTR.TXT".

01 period-from       pic x(10).
01 period-to         pic x(10).
01 period-probe      pic x(10).
01 period-probe-8    pic x(8).
01 period-date-8     pic 9(8).
01 period-from-int   pic s9(9) comp.
01 period-to-int     pic s9(9) comp.
01 probe-date        pic x(10).
01 in-period-flag    pic x value 'N'.
   88 date-in-period value 'Y'.

01 month-yyyy        pic 9(4).
01 month-mm          pic 9(2).
01 month-key         pic 9(6).
01 month-last-key    pic 9(6).

01 audit-scan-mode   pic x.
   88 scan-for-chain    value 'C'.
   88 scan-for-denials  value 'D'.
   88 scan-for-closes   value 'P'.
01 dataset-records   pic 9(9).
01 chain-broken-flag pic x value 'N'.
   88 chain-was-broken value 'Y'.

01 al-program        pic x(30).
01 al-when           pic x(20).
01 al-denied         binary-long.

01 pq-id             pic x(10).
01 pq-action         pic x(4).
01 pq-old-key        pic x(20).
01 pq-new-key        pic x(20).
01 pq-value          pic x(200).
01 pq-expiry         pic x(12).
01 pq-file           pic x(100).
01 pq-requester      pic x(20).
01 pq-timestamp      pic x(20).
01 pq-state          pic x(80).
01 pq-word           pic x(12).
01 pq-by             pic x(4).
01 pq-decider        pic x(20).
01 pq-decided        pic x(10).

01 mx-program        pic x(30).
01 mx-date           pic x(10).
01 mx-run            pic x(10).
01 mx-sev            pic x(4).
01 mx-value          pic x(100).
01 mx-disp           pic x(12).
01 mx-oper           pic x(20).
01 mx-stamp          pic x(19).

01 reg-len           binary-long.

01 section-title     pic x(44).
01 section-source    pic x(60).
01 dataset-name      pic x(100).
01 restore-filename  pic x(110).
01 dataset-open-flag pic x value 'N'.
   88 dataset-open   value 'Y'.
01 dataset-restored-flag pic x value 'N'.
   88 dataset-restored value 'Y'.
01 date-field-flag   pic x value 'F'.
   88 date-field-first  value 'F'.
   88 date-field-second value 'S'.
01 datasets-verified pic 9(3) value 0.
01 chain-result      pic x(14) value "NOT VERIFIED".
01 verify-text       pic x(60).
01 rc-disp           pic -(9)9.
01 pq-action-text    pic x(8).
01 ev-hold           pic x(420).

01 MAX-SECTIONS constant as 12.
01 sec-count         binary-long value 0.
01 sec-table.
   05 sec-entry      occurs 12 times.
      10 sec-title   pic x(44).
      10 sec-source  pic x(60).
      10 sec-records pic 9(9).
      10 sec-checksum pic 9(9).
      10 sec-lines   pic 9(9).
      10 sec-page    pic 9(4).
01 sec-idx           binary-long.
01 sections-disp     pic 9(3).
01 sec-no-disp       pic z9.
01 sec-count-disp    pic z(8)9.
01 sec-page-disp     pic zzz9.

01 ev-line           pic x(420).
01 ev-len            binary-long.
01 ev-idx            binary-long.

01 sim-page          pic 9(4).
01 sim-lines         pic 9(4).
01 sim-total         binary-long.

01 total-records     pic 9(9) value 0.
01 bundle-lines      pic 9(9) value 0.

procedure division.

main.
    move "audit-evidence-pack" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform run-evidence-pack

    move spaces to audit-input-value
    string period-from " to " period-to
           delimited by size into audit-input-value
    move sec-count to sections-disp
    move spaces to audit-result-value
    string "evidence: sections=" sections-disp
           " records=" total-records
           " chain=" function trim(chain-result)
           " bundle=" function trim(report-filename)
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 4
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) <> "-p"
        perform show-usage
    end-if

    move arg-val(2) to period-from
    move arg-val(3) to period-to
    move arg-val(4) to report-filename

    if report-filename = spaces
        perform show-usage
    end-if

    move period-from to period-probe
    perform edit-period-date
    compute period-from-int = function integer-of-date(period-date-8)

    move period-to to period-probe
    perform edit-period-date
    compute period-to-int = function integer-of-date(period-date-8)

    if period-to-int < period-from-int
        display "Period end " period-to " is before its start "
                period-from
        move 16 to return-code
        stop run
    end-if.

edit-period-date.
    if period-probe(5:1) <> "-" or period-probe(8:1) <> "-"
       or period-probe(1:4) is not numeric
       or period-probe(6:2) is not numeric
       or period-probe(9:2) is not numeric
        perform show-usage
    end-if

    move spaces to period-probe-8
    string period-probe(1:4) period-probe(6:2) period-probe(9:2)
           delimited by size into period-probe-8
    move period-probe-8 to period-date-8
    if function test-date-yyyymmdd(period-date-8) <> 0
        perform show-usage
    end-if.

check-date-in-period.
    move "N" to in-period-flag
    if probe-date(5:1) = "-" and probe-date(8:1) = "-"
       and probe-date >= period-from
       and probe-date <= period-to
        move "Y" to in-period-flag
    end-if.

run-evidence-pack.
    move function current-date to rsum-start-stamp

    move spaces to work-filename
    string function trim(report-filename) ".work"
           delimited by size into work-filename
    move spaces to verify-filename
    string function trim(report-filename) ".verify"
           delimited by size into verify-filename
    move spaces to restore-filename
    string function trim(report-filename) ".arc"
           delimited by size into restore-filename

    open output work-file
    if work-status <> "00"
        perform show-usage
    end-if

    perform assemble-chain-section
    perform assemble-param-section
    perform assemble-keyring-section
    perform assemble-keymaster-section
    perform assemble-operauth-section
    perform assemble-recert-section
    perform assemble-violation-section
    perform assemble-sampler-section
    perform assemble-balancing-section
    perform assemble-close-section
    perform assemble-writeoff-section

    close work-file

    perform resolve-report-generation

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "AUDIT EVIDENCE PACK" to rpt-program-title
    perform init-report-header

    perform write-front-matter
    perform plan-section-pages
    perform write-bundle-index
    perform copy-sections-into-bundle
    perform write-run-summary-footer

    close report-file

    call "CBL_DELETE_FILE" using work-filename
        returning del-status
    end-call

    if chain-was-broken
        move 8 to return-code
    end-if.

begin-section.
    add 1 to sec-count
    move sec-count to sec-idx
    move section-title to sec-title(sec-idx)
    move section-source to sec-source(sec-idx)
    move 0 to sec-records(sec-idx)
    move 0 to sec-checksum(sec-idx)
    move 0 to sec-lines(sec-idx)
    move 0 to sec-page(sec-idx)

    move sec-idx to sec-no-disp
    move spaces to work-record
    string "=== SECTION " function trim(sec-no-disp) ": "
           function trim(section-title)
           delimited by size into work-record
    perform put-work-line
    move spaces to work-record
    string "    source: " function trim(section-source)
           delimited by size into work-record
    perform put-work-line
    move spaces to work-record
    perform put-work-line.

put-evidence-record.
    add 1 to sec-records(sec-idx)
    add 1 to total-records
    perform put-evidence-line.

put-evidence-line.
    compute ev-len = function length(function trim(ev-line trailing))
    perform varying ev-idx from 1 by 1 until ev-idx > ev-len
        compute sec-checksum(sec-idx) =
            function mod(sec-checksum(sec-idx) * 31
                + function ord(ev-line(ev-idx:1)),
                1000000000)
    end-perform
    move ev-line to work-record
    perform put-work-line.

put-note-line.
    move ev-line to work-record
    perform put-work-line.

put-work-line.
    write work-record
    add 1 to sec-lines(sec-idx).

end-section.
    if sec-records(sec-idx) = 0
        move "    (no records for the period)" to ev-line
        perform put-note-line
    end-if

    move sec-idx to sec-no-disp
    move sec-records(sec-idx) to sec-count-disp
    move spaces to work-record
    perform put-work-line
    move spaces to work-record
    string "=== END SECTION " function trim(sec-no-disp)
           ": records " function trim(sec-count-disp)
           " checksum " sec-checksum(sec-idx)
           " source " function trim(sec-source(sec-idx))
           delimited by size into work-record
    perform put-work-line
    move spaces to work-record
    perform put-work-line.

assemble-chain-section.
    move "AUDIT-CHAIN VERIFICATION" to section-title
    move "AUDITLOG.TXT and AUDITLOG.yyyymm.TXT archives"
        to section-source
    perform begin-section

    set scan-for-chain to true
    perform scan-audit-datasets

    move spaces to ev-line
    if chain-was-broken
        move "BREAK" to chain-result
    else
        if datasets-verified = 0
            move "NOT VERIFIED" to chain-result
        else
            move "INTACT" to chain-result
        end-if
    end-if
    string "  overall chain result: " function trim(chain-result)
           delimited by size into ev-line
    perform put-evidence-line

    perform end-section.

scan-audit-datasets.
    compute month-key = function numval(period-from(1:4)) * 100
        + function numval(period-from(6:2))
    compute month-last-key = function numval(period-to(1:4)) * 100
        + function numval(period-to(6:2))

    perform until month-key > month-last-key
        move spaces to dataset-name
        string "AUDITLOG." month-key ".TXT"
               delimited by size into dataset-name
        perform scan-one-audit-dataset

        move month-key(1:4) to month-yyyy
        move month-key(5:2) to month-mm
        if month-mm = 12
            add 1 to month-yyyy
            move 1 to month-mm
        else
            add 1 to month-mm
        end-if
        compute month-key = month-yyyy * 100 + month-mm
    end-perform

    move live-audit-name to dataset-name
    perform scan-one-audit-dataset.

scan-one-audit-dataset.
    perform open-audit-dataset
    if not dataset-open
        exit paragraph
    end-if

    move 0 to dataset-records
    read src-file
    perform until src-status = "10"
        perform scan-one-audit-record
        read src-file
    end-perform
    close src-file

    if scan-for-chain
        perform verify-audit-dataset
    end-if

    if dataset-restored
        call "CBL_DELETE_FILE" using restore-filename
            returning del-status
        end-call
    end-if.

open-audit-dataset.
    move "N" to dataset-open-flag
    move "N" to dataset-restored-flag
    move dataset-name to src-filename

    open input src-file
    if src-status = "00"
        move "Y" to dataset-open-flag
        exit paragraph
    end-if

    move spaces to src-filename
    string function trim(dataset-name) ".pak"
           delimited by size into src-filename
    open input src-file
    if src-status <> "00"
        if scan-for-chain and dataset-name <> live-audit-name
            exit paragraph
        end-if
        if scan-for-chain
            move spaces to ev-line
            string "  " function trim(dataset-name)
                   "  not present - nothing to verify"
                   delimited by size into ev-line
            perform put-evidence-record
        end-if
        exit paragraph
    end-if
    close src-file

    move spaces to os-command
    string "./archive-compress -x " function trim(src-filename)
           " " function trim(restore-filename)
           delimited by size into os-command
    perform run-sibling-program

    move restore-filename to src-filename
    open input src-file
    if sys-rc <> 0 or src-status <> "00"
        if src-status = "00"
            close src-file
        end-if
        if scan-for-chain
            move spaces to ev-line
            move sys-rc to rc-disp
            string "  " function trim(dataset-name)
                   ".pak  could not be restored (archive-compress RC "
                   function trim(rc-disp) ") - NOT VERIFIED"
                   delimited by size into ev-line
            perform put-evidence-record
        end-if
        exit paragraph
    end-if

    move "Y" to dataset-open-flag
    move "Y" to dataset-restored-flag.

scan-one-audit-record.
    move spaces to al-program
    move spaces to al-when
    unstring src-record delimited by " | "
        into al-program, al-when
    end-unstring

    move al-when(1:10) to probe-date
    perform check-date-in-period
    if not date-in-period
        exit paragraph
    end-if

    add 1 to dataset-records

    evaluate true
        when scan-for-denials
            move 0 to al-denied
            inspect src-record tallying al-denied
                for all "AUTH DENIED"
            if al-denied > 0
                perform put-source-record
            end-if
        when scan-for-closes
            if al-program = "period-close"
               or al-program = "year-end-close"
               or al-program = "balancing-report"
                perform put-source-record
            end-if
    end-evaluate.

put-source-record.
    move spaces to ev-line
    string "  " src-record
           delimited by size into ev-line
    perform put-evidence-record.

verify-audit-dataset.
    move spaces to os-command
    string "./audit-chain-verify -v " function trim(verify-filename)
           " " function trim(src-filename)
           delimited by size into os-command
    perform run-sibling-program

    move spaces to verify-text
    evaluate true
        when sys-rc = 0
            move "INTACT" to verify-text
            add 1 to datasets-verified
        when sys-rc = 127
            move "NOT VERIFIED (verifier not available)" to verify-text
        when other
            move sys-rc to rc-disp
            string "BREAK (verifier RC " function trim(rc-disp) ")"
                   delimited by size into verify-text
            move "Y" to chain-broken-flag
            add 1 to datasets-verified
    end-evaluate

    move dataset-records to sec-count-disp
    move spaces to ev-line
    string "  " function trim(dataset-name)
           "  audit records in period " function trim(sec-count-disp)
           "  chain " function trim(verify-text)
           delimited by size into ev-line
    if dataset-restored
        move spaces to ev-line
        string "  " function trim(dataset-name)
               " (restored from .pak)  audit records in period "
               function trim(sec-count-disp)
               "  chain " function trim(verify-text)
               delimited by size into ev-line
    end-if
    perform put-evidence-record

    move verify-filename to src-filename
    open input src-file
    if src-status <> "00"
        exit paragraph
    end-if

    read src-file
    perform until src-status = "10"
        move spaces to ev-line
        string "    | " src-record
               delimited by size into ev-line
        perform put-evidence-line
        read src-file
    end-perform
    close src-file

    call "CBL_DELETE_FILE" using verify-filename
        returning del-status
    end-call.

run-sibling-program.
    call "SYSTEM" using os-command
    move return-code to sys-rc
    move 0 to return-code
    if sys-rc >= 256 and function mod(sys-rc, 256) = 0
        compute sys-rc = sys-rc / 256
    end-if.

copy-dated-dataset.
    move dataset-name to src-filename
    open input src-file
    if src-status <> "00"
        move spaces to ev-line
        string "    (" function trim(dataset-name)
               " not present)"
               delimited by size into ev-line
        perform put-note-line
        exit paragraph
    end-if

    read src-file
    perform until src-status = "10"
        perform copy-one-dated-record
        read src-file
    end-perform
    close src-file.

copy-one-dated-record.
    if src-record = spaces or src-record(1:1) = "*"
        exit paragraph
    end-if

    if date-field-first
        move src-record(1:10) to probe-date
    else
        move spaces to al-program
        move spaces to al-when
        unstring src-record delimited by " | "
            into al-program, al-when
        end-unstring
        move al-when(1:10) to probe-date
    end-if

    perform check-date-in-period
    if date-in-period
        perform put-source-record
    end-if.

assemble-param-section.
    move "CONTROL-PARAMETER CHANGE HISTORY" to section-title
    move paramaudit-name to section-source
    perform begin-section

    move paramaudit-name to dataset-name
    set date-field-second to true
    perform copy-dated-dataset

    perform end-section.

assemble-keyring-section.
    move "KEY-RING CHANGES AND DUAL-CONTROL APPROVALS" to section-title
    move keypend-name to section-source
    perform begin-section

    move keypend-name to src-filename
    open input src-file
    if src-status <> "00"
        move spaces to ev-line
        string "    (" function trim(keypend-name) " not present)"
               delimited by size into ev-line
        perform put-note-line
    else
        read src-file
        perform until src-status = "10"
            perform copy-one-keyring-request
            read src-file
        end-perform
        close src-file
    end-if

    perform end-section.

copy-one-keyring-request.
    if src-record = spaces
        exit paragraph
    end-if

    move spaces to pq-id
    move spaces to pq-action
    move spaces to pq-old-key
    move spaces to pq-new-key
    move spaces to pq-value
    move spaces to pq-expiry
    move spaces to pq-file
    move spaces to pq-requester
    move spaces to pq-timestamp
    move spaces to pq-state
    unstring src-record delimited by " | "
        into pq-id, pq-action, pq-old-key, pq-new-key,
             pq-value, pq-expiry, pq-file, pq-requester,
             pq-timestamp, pq-state
    end-unstring

    move spaces to pq-word
    move spaces to pq-by
    move spaces to pq-decider
    move spaces to pq-decided
    unstring pq-state delimited by all spaces
        into pq-word, pq-by, pq-decider, pq-decided
    end-unstring

    move pq-timestamp(1:10) to probe-date
    perform check-date-in-period
    if not date-in-period
        move pq-decided to probe-date
        perform check-date-in-period
        if not date-in-period
            exit paragraph
        end-if
    end-if

    evaluate pq-action
        when "A"
            move "ADD" to pq-action-text
        when "R"
            move "ROTATE" to pq-action-text
        when other
            move pq-action to pq-action-text
    end-evaluate

    move spaces to ev-line
    string "  request " function trim(pq-id)
           " | " function trim(pq-action-text)
           " | old-key " function trim(pq-old-key)
           " | new-key " function trim(pq-new-key)
           " | expiry " function trim(pq-expiry)
           " | file " function trim(pq-file)
           " | requested by " function trim(pq-requester)
           " " function trim(pq-timestamp)
           " | " function trim(pq-state)
           delimited by size into ev-line
    if pq-decider <> spaces and pq-decider = pq-requester
        move ev-line to ev-hold
        move spaces to ev-line
        string function trim(ev-hold trailing)
               " | ** SAME OPERATOR - DUAL CONTROL NOT MET **"
               delimited by size into ev-line
    end-if
    perform put-evidence-record.

assemble-keymaster-section.
    move "KEY-MASTER CHANGE JOURNAL" to section-title
    move keyjrnl-name to section-source
    perform begin-section

    move keyjrnl-name to dataset-name
    set date-field-first to true
    perform copy-dated-dataset

    perform end-section.

assemble-operauth-section.
    move "OPERATOR AUTHORIZATIONS (AS AT PACK DATE)" to section-title
    move operauth-filename to section-source
    perform begin-section

    move operauth-filename to src-filename
    open input src-file
    if src-status <> "00"
        move spaces to ev-line
        string "    (" function trim(operauth-filename)
               " not present)"
               delimited by size into ev-line
        perform put-note-line
    else
        read src-file
        perform until src-status = "10"
            if src-record <> spaces
                perform put-source-record
            end-if
            read src-file
        end-perform
        close src-file
    end-if

    perform end-section.

assemble-recert-section.
    move "ACCESS RECERTIFICATION SIGN-OFFS" to section-title
    move recertsign-name to section-source
    perform begin-section

    move recertsign-name to dataset-name
    set date-field-first to true
    perform copy-dated-dataset

    perform end-section.

assemble-violation-section.
    move "AUTHORIZATION VIOLATIONS (AUTH DENIED)" to section-title
    move "AUDITLOG.TXT and AUDITLOG.yyyymm.TXT archives"
        to section-source
    perform begin-section

    set scan-for-denials to true
    perform scan-audit-datasets

    perform end-section.

assemble-sampler-section.
    move "RECORD-SAMPLER SELECTION REGISTERS" to section-title
    move "REPORTCAT.TXT and <sample>.reg registers"
        to section-source
    perform begin-section

    open input reportcat-file
    if reportcat-status <> "00"
        move spaces to ev-line
        string "    (" function trim(reportcat-filename)
               " not present)"
               delimited by size into ev-line
        perform put-note-line
    else
        read reportcat-file
        perform until reportcat-status = "10"
            perform copy-one-sample-register
            read reportcat-file
        end-perform
        close reportcat-file
    end-if

    perform end-section.

copy-one-sample-register.
    move spaces to rcat-rec-base
    move spaces to rcat-rec-date
    move spaces to rcat-rec-run
    move spaces to rcat-rec-gen
    move spaces to rcat-rec-actual
    unstring reportcat-record delimited by " | "
        into rcat-rec-base, rcat-rec-date, rcat-rec-run,
             rcat-rec-gen, rcat-rec-actual
    end-unstring

    compute reg-len = function length(function trim(rcat-rec-actual))
    if reg-len < 5
        exit paragraph
    end-if
    if rcat-rec-actual(reg-len - 3:4) <> ".reg"
        exit paragraph
    end-if

    move rcat-rec-date(1:10) to probe-date
    perform check-date-in-period
    if not date-in-period
        exit paragraph
    end-if

    move spaces to ev-line
    string "  register " function trim(rcat-rec-actual)
           "  catalogued " function trim(rcat-rec-date)
           " " function trim(rcat-rec-run)
           delimited by size into ev-line
    perform put-evidence-record

    move rcat-rec-actual to src-filename
    open input src-file
    if src-status <> "00"
        move "    | ** register no longer on file **" to ev-line
        perform put-evidence-line
        exit paragraph
    end-if

    read src-file
    perform until src-status = "10"
        move spaces to ev-line
        string "    | " src-record
               delimited by size into ev-line
        perform put-evidence-line
        read src-file
    end-perform
    close src-file.

assemble-balancing-section.
    move "BALANCING OUTCOMES" to section-title
    move balstat-name to section-source
    perform begin-section

    move balstat-name to dataset-name
    set date-field-first to true
    perform copy-dated-dataset

    perform end-section.

assemble-close-section.
    move "BALANCING AND PERIOD-CLOSE RUNS" to section-title
    move "AUDITLOG.TXT and AUDITLOG.yyyymm.TXT archives"
        to section-source
    perform begin-section

    set scan-for-closes to true
    perform scan-audit-datasets

    perform end-section.

assemble-writeoff-section.
    move "EXCEPTIONS WRITTEN OFF" to section-title
    move excpmstr-name to section-source
    perform begin-section

    move excpmstr-name to src-filename
    open input src-file
    if src-status <> "00"
        move spaces to ev-line
        string "    (" function trim(excpmstr-name) " not present)"
               delimited by size into ev-line
        perform put-note-line
    else
        read src-file
        perform until src-status = "10"
            perform copy-one-writeoff
            read src-file
        end-perform
        close src-file
    end-if

    perform end-section.

copy-one-writeoff.
    move spaces to mx-program
    move spaces to mx-date
    move spaces to mx-run
    move spaces to mx-sev
    move spaces to mx-value
    move spaces to mx-disp
    move spaces to mx-oper
    move spaces to mx-stamp
    unstring src-record delimited by " | "
        into mx-program, mx-date, mx-run, mx-sev, mx-value,
             mx-disp, mx-oper, mx-stamp
    end-unstring

    if mx-disp <> "WRITTEN-OFF"
        exit paragraph
    end-if

    move mx-stamp(1:10) to probe-date
    perform check-date-in-period
    if date-in-period
        perform put-source-record
    end-if.

write-front-matter.
    move spaces to report-file-record
    string "Review period: " period-from " to " period-to
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Retention class: " EVIDENCE-CLASS
           " (kept under legal-hold-safe retention, generation "
           function trim(report-filename) ")"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Audit-chain result: " function trim(chain-result)
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line.

plan-section-pages.
    move rpt-page-number to sim-page
    move rpt-lines-on-page to sim-lines

    compute sim-total = sec-count + 3
    perform sim-total times
        perform step-simulated-line
    end-perform

    perform varying sec-idx from 1 by 1 until sec-idx > sec-count
        perform step-simulated-line
        move sim-page to sec-page(sec-idx)
        compute sim-total = sec-lines(sec-idx) - 1
        perform sim-total times
            perform step-simulated-line
        end-perform
    end-perform.

step-simulated-line.
    if sim-lines >= rpt-page-size
        add 1 to sim-page
        move 2 to sim-lines
    end-if
    add 1 to sim-lines.

write-bundle-index.
    move "BUNDLE INDEX" to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "SEC  TITLE                                       "
           "    RECORDS   CHECKSUM  PAGE  SOURCE"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying sec-idx from 1 by 1 until sec-idx > sec-count
        move sec-idx to sec-no-disp
        move sec-records(sec-idx) to sec-count-disp
        move sec-page(sec-idx) to sec-page-disp
        move spaces to report-file-record
        string " " sec-no-disp "  " sec-title(sec-idx)
               sec-count-disp "  " sec-checksum(sec-idx)
               "  " sec-page-disp
               "  " function trim(sec-source(sec-idx))
               delimited by size into report-file-record
        perform write-detail-line
    end-perform

    move spaces to report-file-record
    perform write-detail-line.

copy-sections-into-bundle.
    open input work-file
    if work-status <> "00"
        exit paragraph
    end-if

    read work-file
    perform until work-status = "10"
        move work-record to report-file-record
        perform write-detail-line
        add 1 to bundle-lines
        read work-file
    end-perform
    close work-file.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    move sec-count to sections-disp
    string "Run summary: sections " sections-disp
           "  evidence records " total-records
           "  bundle lines " bundle-lines
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
    display "Usage: audit-evidence-pack -p <yyyy-mm-dd> <yyyy-mm-dd>"
            " <bundle-file>"
    display "  assembles one indexed evidence bundle for the review"
    display "  period: audit-chain verification of the live log and"
    display "  monthly archives, control-parameter changes, key-ring"
    display "  requests with their dual-control approvals, the"
    display "  key-master journal, operator authorizations, access"
    display "  recertification sign-offs, AUTH DENIED violations,"
    display "  record-sampler registers, balancing and period-close"
    display "  outcomes and exceptions written off; every section"
    display "  names its source dataset and closes with a record"
    display "  count and check value; the bundle is written as the"
    display "  next generation <bundle-file>.gNNNN, catalogued under"
    display "  retention class EVIDENCE (report-housekeeper and"
    display "  retention-sweep keep it EVIDENCE-RETAIN-DAYS, legal"
    display "  holds always honoured); RC 8 when the audit chain is"
    display "  broken"
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
           " | " EVIDENCE-CLASS
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
    move total-records to eh-records-count
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
