        organization is line sequential
        file status is register-status.

    select arcreg-file assign to dynamic arcreg-filename
        organization is line sequential
        file status is arcreg-status.

    select batchno-file assign to dynamic batchno-filename
        organization is line sequential
        file status is batchno-status.
        organization is line sequential
        file status is translog-status.

    select fingerprint-file assign to dynamic fingerprint-filename
        organization is line sequential
        file status is fingerprint-status.

    select fingerprint-work assign to dynamic fingerprint-work-name
        organization is line sequential
        file status is fingerprint-work-status.

    select dupovrd-file assign to dynamic dupovrd-filename
        organization is line sequential
        file status is dupovrd-status.

    select dupovrd-work assign to dynamic dupovrd-work-name
        organization is line sequential
        file status is dupovrd-work-status.

    select control-file assign to dynamic control-filename
        organization is line sequential
        file status is control-status.

    select notice-register assign to dynamic notice-filename
        organization is line sequential
        file status is notice-status.

    select key-file assign to dynamic key-filename
        organization is indexed
        access mode is random
        record key is key-file-key
        file status is key-file-status.

    select suspense-file assign to dynamic suspense-filename
        organization is line sequential
        file status is suspense-status.

    select alert-file assign to dynamic alert-filename
        organization is line sequential
        file status is alert-file-status.

    select ctlparm-file assign to dynamic ctlparm-filename
        organization is line sequential
        file status is ctlparm-status.

    select layouts-file assign to dynamic layouts-filename
        organization is line sequential
        file status is layouts-status.

    select partprof-file assign to dynamic partprof-filename
        organization is line sequential
        file status is partprof-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.

    select keyring-file assign to dynamic keyring-filename
        organization is line sequential
        file status is keyring-status.

    select masterkey-file assign to dynamic masterkey-filename
        organization is line sequential
        file status is masterkey-status.

    select chain-file assign to dynamic chain-filename
        organization is line sequential
        file status is chain-status.
01  staging-record    pic x(500).

fd  register-file.
01  register-record   pic x(300).

fd  arcreg-file.
01  arcreg-record     pic x(300).

fd  batchno-file.
01  batchno-record    pic 9(9).
fd  translog-file.
01  translog-record   pic x(200).

fd  fingerprint-file.
01  fingerprint-record pic x(200).

fd  fingerprint-work.
01  fingerprint-work-record pic x(200).

fd  dupovrd-file.
01  dupovrd-record    pic x(200).

fd  dupovrd-work.
01  dupovrd-work-record pic x(200).

fd  control-file.
01  control-record    pic x(200).

fd  notice-register.
01  notice-record     pic x(200).

fd  key-file.
    copy "keymaster-fd.cpy".

fd  suspense-file.
01  suspense-record   pic x(250).

fd  alert-file.
    copy "alert-fd.cpy".

fd  ctlparm-file.
    copy "ctlparm-fd.cpy".

fd  layouts-file.
    copy "layouts-fd.cpy".

fd  partprof-file.
    copy "partprof-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

fd  keyring-file.
01  keyring-record    pic x(200).

fd  masterkey-file.
01  masterkey-record  pic x(100).

fd  chain-file.
01  chain-record      pic x(20).

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "cipher-trailer.cpy".
copy "staged-ws.cpy".
copy "partprof-ws.cpy".
copy "layouts-ws.cpy".
copy "checkdigit-ws.cpy".
copy "alert-ws.cpy".
copy "ctlparm-ws.cpy".
copy "keymaster-ws.cpy".
copy "elapsed-ws.cpy".
copy "calendar-ws.cpy".

01 cal-step-dir      pic s9 value 1.
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 6 times.

01 run-mode          pic x value space.
   88 mode-sweep     value 'G'.
   88 mode-override  value 'O'.
   88 mode-represent value 'R'.

01 intake-list-name     pic x(100).
01 intake-list-status   pic xx.
01 it-layout         pic x(12).
01 it-file           pic x(100).
01 it-ptr            binary-long.
01 profile-layout    pic x(12).

01 arrival-batch-no  pic 9(9) value 0.
01 partner-batch     pic x(10).
01 lv-value          usage comp-2.
01 lv-bound          usage comp-2.

01 fingerprint-filename    pic x(100) value "FINGERPR.TXT".
01 fingerprint-status      pic xx.
01 fingerprint-work-name   pic x(100) value "FINGERPR.WORK.TXT".
01 fingerprint-work-status pic xx.
01 dupovrd-filename        pic x(100) value "DUPOVRD.TXT".
01 dupovrd-status          pic xx.
01 dupovrd-work-name       pic x(100) value "DUPOVRD.WORK.TXT".
01 dupovrd-work-status     pic xx.

01 fp-rec-hash       pic 9(9).
01 fp-content-hash   pic 9(9).
01 fp-first-hash     pic 9(9).
01 fp-last-hash      pic 9(9).
01 fp-work           pic 9(12).
01 fp-idx            pic 9(4) comp.
01 fp-len            pic 9(4) comp.

01 fh-partner        pic x(12).
01 fh-batch          pic x(12).
01 fh-date           pic x(10).
01 fh-count          pic x(12).
01 fh-content        pic x(12).
01 fh-first          pic x(12).
01 fh-last           pic x(12).
01 fh-batch-no       pic 9(9).

01 DUP-HISTORY-DEFAULT constant as 30.
01 dup-window-days   pic 9(5) value 30.
01 dup-cutoff-date   pic x(10).
01 dup-cutoff-8      pic 9(8).
01 dup-cutoff-int    pic s9(9) comp.
01 dup-found-flag    pic x value 'N'.
   88 duplicate-suspected value 'Y'.
01 dup-of-batch      pic 9(9).
01 dup-of-date       pic x(10).
01 fingerprints-kept pic 9(9) value 0.
01 fingerprints-aged pic 9(9) value 0.

01 ov-partner        pic x(12).
01 ov-batch          pic x(12).
01 ov-state          pic x(8).
01 ov-operator       pic x(20).
01 ov-when           pic x(19).
01 ov-reason         pic x(80).
01 ov-used-batch     pic x(12).
01 ov-batch-no       pic 9(9).
01 override-flag     pic x value 'N'.
   88 override-applied value 'Y'.
01 ov-granted-by     pic x(20).
01 ov-line-done      pic x.
01 override-partner  pic x(12).
01 override-batch-no pic 9(9).
01 override-reason   pic x(80).
01 files-duplicate   pic 9(9) value 0.
01 overrides-used    pic 9(9) value 0.

01 control-filename  pic x(100).
01 control-status    pic xx.
01 notice-filename   pic x(100) value "NOTICES.TXT".
01 notice-status     pic xx.

01 ctl-policy        pic x(8).
01 ctl-result        pic x(8).
01 control-reject-flag pic x value 'N'.
   88 control-rejected value 'Y'.
01 ctl-count-x       pic x(20).
01 ctl-amount-x      pic x(24).
01 ctl-date          pic x(12).
01 ctl-count         pic 9(9).
01 ctl-amount        pic s9(13)v99.
01 data-rec-count    pic 9(9).
01 data-amount       pic s9(13)v99.
01 amount-field-name pic x(20).
01 amount-field-idx  pic 9(4) comp.
01 amount-available-flag pic x value 'N'.
   88 amount-available value 'Y'.
01 amount-edit       pic -(13)9.99.
01 amount-edit-2     pic -(13)9.99.
01 files-ctl-mismatch pic 9(9) value 0.
01 files-ctl-missing pic 9(9) value 0.

01 nt-partner        pic x(12).
01 nt-date           pic x(12).
01 nt-expected       pic x(12).
01 notice-expected   pic 9(9).
01 notice-bus-date   pic x(10).
01 notice-found-flag pic x value 'N'.
   88 advance-notice-found value 'Y'.
01 notice-variance   pic s9(9).
01 variance-edit     pic -(9)9.
01 variance-pct      pic s9(5)v9.
01 variance-pct-edit pic -(5)9.9.
01 notices-recorded  pic 9(9) value 0.

01 severity-mode     pic x value 'W'.
   88 severity-warn  value 'W'.
   88 severity-transient value 'T'.
   88 severity-halt  value 'H'.
01 suspense-filename pic x(100) value "SUSPENSE.TXT".
01 suspense-status   pic xx.
01 key-filename      pic x(100).
01 key-file-status   pic xx.
01 key-master-state  pic x value 'U'.
   88 key-master-unresolved value 'U'.
   88 key-master-open   value 'O'.
   88 key-master-absent value 'X'.
01 keyref-field-count pic 9(4) comp.
01 keyref-reject-flag pic x.
01 ref-fail-field    pic x(20).
01 ref-fail-value    pic x(30).
01 ref-fail-action   pic x(10).
01 file-ref-count    pic 9(9).
01 file-ref-suspended pic 9(9).
01 files-ref-fail    pic 9(9) value 0.
01 refs-unverified   pic 9(9) value 0.
01 sweep-halt-flag   pic x value 'N'.
   88 sweep-halted   value 'Y'.
01 stage-cipher-flag pic x value 'N'.
   88 stage-enciphered value 'Y'.
01 copy-cipher-flag  pic x value 'N'.
   88 copy-enciphers value 'Y'.
01 copy-skip-flag    pic x value 'N'.
   88 copy-skips-suspended value 'Y'.
01 copy-rec-no       pic 9(9).
01 MAX-SUSPENDED-RECS constant as 500.
01 susp-rec-count    pic 9(4) comp.
01 susp-rec-next     pic 9(4) comp.
01 susp-rec-table.
   05 susp-rec-no    pic 9(9) occurs 500 times.
01 MAX-REF-PARTNERS  constant as 50.
01 ref-partner-count pic 9(4) comp value 0.
01 ref-partner-idx   pic 9(4) comp.
01 ref-partner-table.
   05 ref-partner-entry occurs 50 times.
      10 rp-partner  pic x(12).
      10 rp-rejected pic 9(9).
      10 rp-suspended pic 9(9).

01 batch-no-disp     pic 9(6).
01 del-status        binary-long.

01 sub-register-tail pic x(300).
01 arcreg-filename   pic x(100) value "ARRARCH.TXT".
01 arcreg-status     pic xx.
01 arrival-archive-name pic x(100).
01 ARRIVAL-RETAIN-DEFAULT constant as 90.
01 arrival-retain-days pic 9(5) value 90.
01 arrival-retain-8  pic 9(8).
01 arrival-retain-date pic x(10).
01 files-archived    pic 9(9) value 0.
01 archive-failures  pic 9(9) value 0.
01 os-command        pic x(300).
01 sys-rc            pic s9(9) comp.
01 sys-rc-disp       pic z(8)9.

01 represent-partner pic x(12).
01 represent-batch-no pic 9(9).
01 represent-reason  pic x(80).
01 represent-list-name pic x(100) value "REPRESENT.INTAKE.TXT".
01 represent-filename pic x(100).
01 represent-found-flag pic x value 'N'.
   88 represent-archive-found value 'Y'.
01 represent-refusal pic x(80).
01 represent-matched-batch pic 9(9).
01 ra-partner        pic x(12).
01 ra-batch          pic x(12).
01 ra-date           pic x(10).
01 ra-until          pic x(10).
01 ra-class          pic x(10).
01 ra-layout         pic x(12).
01 ra-file           pic x(100).
01 ra-archive        pic x(100).
01 ra-count          pic x(12).
01 ra-batch-no       pic 9(9).
01 ra-hold-until     pic x(10).
01 ra-hold-layout    pic x(12).
01 ra-hold-file      pic x(100).
01 ra-hold-archive   pic x(100).
01 today-date-8      pic 9(8).
01 today-date-disp   pic x(10).

    move "feed-gateway" to audit-program-id
    perform validate-args
    perform check-operator-authority

    if mode-override
        perform grant-duplicate-override
        stop run
    end-if

    if mode-represent
        perform restore-archived-arrival
        if not represent-archive-found
            move represent-partner to audit-input-value
            move spaces to audit-result-value
            string "RE-PRESENT REFUSED: batch "
                   represent-batch-no " - "
                   function trim(represent-refusal)
                   delimited by size into audit-result-value
            perform log-audit-entry
            move 12 to return-code
            stop run
        end-if
        perform run-gateway-sweep
        call "CBL_DELETE_FILE" using represent-list-name
        move represent-filename to audit-input-value
        move spaces to audit-result-value
        string "RE-PRESENTED: " function trim(represent-partner)
               " batch " represent-batch-no
               " as batch " arrival-batch-no " "
               function trim(file-status-word)
               " - " function trim(represent-reason)
               delimited by size into audit-result-value
        perform log-audit-entry
        if files-quarantined > 0
            move 4 to return-code
        end-if
        if sweep-halted
            move 8 to return-code
        end-if
        stop run
    end-if

    perform run-gateway-sweep

    move intake-list-name to audit-input-value
           " staged=" files-staged
           " quarantined=" files-quarantined
           " acks=" acks-written
           " dups=" files-duplicate
           " ctl-fail=" files-ctl-mismatch
           " ref-fail=" files-ref-fail
           delimited by size into audit-result-value
    perform log-audit-entry

    if files-quarantined > 0
        move 4 to return-code
    end-if
    if sweep-halted
        move 8 to return-code
    end-if
    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 4 and argc <> 6
        perform show-usage
    end-if

        accept arg-val(arg-idx) from argument-value
    end-perform

    perform resolve-business-date
    move audit-business-date to today-date-8
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into today-date-disp

    if arg-val(1) = "-o"
        set mode-override to true
        move arg-val(2) to override-partner
        if function test-numval(arg-val(3)) <> 0
           or override-partner = spaces or arg-val(4) = spaces
            perform show-usage
        end-if
        compute override-batch-no = function numval(arg-val(3))
        move arg-val(4) to override-reason
        exit paragraph
    end-if

    if arg-val(1) = "-r"
        if argc <> 6
            perform show-usage
        end-if
        set mode-represent to true
        move arg-val(2) to represent-partner
        if function test-numval(arg-val(3)) <> 0
           or represent-partner = spaces
            perform show-usage
        end-if
        compute represent-batch-no = function numval(arg-val(3))
        move arg-val(4) to staging-prefix
        move arg-val(5) to report-filename
        move arg-val(6) to represent-reason
        if staging-prefix = spaces or report-filename = spaces
           or represent-reason = spaces
            perform show-usage
        end-if
        exit paragraph
    end-if

    if arg-val(1) <> "-g"
        perform show-usage
    end-if

    set mode-sweep to true

    if argc = 6
        if arg-val(2) <> "-s"
                or (arg-val(3) <> "H" and arg-val(3) <> "W"
                    and arg-val(3) <> "T")
            perform show-usage
        end-if
        move arg-val(3) to severity-mode
        move arg-val(4) to intake-list-name
        move arg-val(5) to staging-prefix
        move arg-val(6) to report-filename
    else
        move arg-val(2) to intake-list-name
        move arg-val(3) to staging-prefix
        move arg-val(4) to report-filename
    end-if

    if intake-list-name = spaces or staging-prefix = spaces
       or report-filename = spaces
    end-if.

run-gateway-sweep.
    move function current-date to rsum-start-stamp

    perform resolve-duplicate-window
    perform resolve-arrival-retention

    open input intake-list
    if intake-list-status <> "00"
    move "INBOUND FEED GATEWAY" to rpt-program-title
    perform init-report-header

    perform resolve-staging-cipher

    read intake-list
    perform until intake-list-status = "10" or sweep-halted
        perform gateway-one-file
        read intake-list
    end-perform

    close intake-list

    if key-master-open
        close key-file
    end-if

    perform prune-fingerprint-history

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
           "  quarantined: " files-quarantined
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Arrivals archived: " files-archived
           "  archive failures: " archive-failures
           "  retention " arrival-retain-days " day(s)"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Suspected duplicates: " files-duplicate
           "  resend overrides used: " overrides-used
           "  fingerprint history " dup-window-days " day(s)"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Control totals: mismatched " files-ctl-mismatch
           "  missing " files-ctl-missing
           "  advance notices recorded " notices-recorded
           delimited by size into report-file-record
    perform write-detail-line
    perform write-referential-summary

    perform write-run-summary-footer

        with pointer it-ptr
    end-unstring

    if it-file = spaces
        move it-layout to it-file
        move spaces to it-layout
    end-if

    move function upper-case(it-layout) to it-layout
    move it-partner to exception-partner-id

    if it-partner = spaces or it-file = spaces
        move spaces to exception-file-record
        string function trim(intake-list-record)
               ": FGW101E REJECTED (bad intake-list entry)"
               delimited by size into exception-file-record
        set rsn-setup to true
        perform write-exception-line
        exit paragraph
    end-if

    if it-layout = "NOTICE"
        perform record-advance-notice
        exit paragraph
    end-if

    perform apply-partner-intake-profile

    if it-layout = spaces
        move spaces to exception-file-record
        string function trim(intake-list-record)
               ": FGW102E REJECTED (no layout on the intake list and no"
               " intake setting in the partner profile)"
               delimited by size into exception-file-record
        set rsn-setup to true
        perform write-exception-line
        exit paragraph
    end-if

        if lay-field-count = 0
            move spaces to exception-file-record
            string function trim(intake-list-record)
                   ": FGW103E REJECTED (layout "
                   function trim(it-layout)
                   " not registered in LAYOUTS.TXT)"
                   delimited by size into exception-file-record
            set rsn-setup to true
            perform write-exception-line
            exit paragraph
        end-if
    end-if

    add 1 to files-swept
    perform assign-arrival-batch-no
    perform prepare-key-references
    perform resolve-control-settings
    perform validate-arrived-file

    move "NONE" to ctl-result
    move "N" to control-reject-flag
    move "N" to notice-found-flag
    if mode-represent
        move "ORIGINAL" to ctl-result
    else
        if file-rec-count > 0
            perform check-partner-control-totals
            perform compare-advance-notice
        end-if
    end-if

    move "N" to dup-found-flag
    move "N" to override-flag
    if file-bad-count = 0 and file-rec-count > 0
       and not control-rejected
        perform check-duplicate-fingerprint
    end-if

    if file-bad-count = 0 and file-rec-count > 0
       and not duplicate-suspected and not control-rejected
        move "STAGED" to file-status-word
        add 1 to files-staged
        perform stage-arrived-file
        perform record-file-fingerprint
    else
        move "QUARANTINED" to file-status-word
        add 1 to files-quarantined
    perform write-register-entry
    perform write-arrival-acknowledgment

    if file-ref-count > 0
        perform tally-partner-ref-failures
    end-if

    move arrival-batch-no to batch-no-disp
    move spaces to report-file-record
    string "batch " batch-no-disp
           "  bad " file-bad-count
           "  " function trim(file-status-word)
           delimited by size into report-file-record
    perform write-detail-line

    if mode-represent
        move represent-batch-no to batch-no-disp
        move spaces to report-file-record
        string "              RE-PRESENTATION of batch "
               batch-no-disp " restored from "
               function trim(ra-hold-archive)
               " - " function trim(represent-reason)
               delimited by size into report-file-record
        perform write-detail-line
        if represent-matched-batch > 0
            move represent-matched-batch to batch-no-disp
            move spaces to report-file-record
            string "              matches batch " batch-no-disp
                   " - accepted as a re-presentation, not a"
                   " duplicate"
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-if

    evaluate true
        when duplicate-suspected
            move dup-of-batch to batch-no-disp
            move spaces to report-file-record
            string "              suspected duplicate of batch "
                   batch-no-disp " received " dup-of-date
                   delimited by size into report-file-record
            perform write-detail-line
        when override-applied
            move dup-of-batch to batch-no-disp
            move spaces to report-file-record
            string "              matches batch " batch-no-disp
                   " - staged under resend override granted by "
                   function trim(ov-granted-by)
                   delimited by size into report-file-record
            perform write-detail-line
    end-evaluate

    evaluate ctl-result
        when "OK"
            move data-amount to amount-edit
            move spaces to report-file-record
            string "              control totals agree: records "
                   data-rec-count " amount "
                   function trim(amount-edit)
                   delimited by size into report-file-record
            perform write-detail-line
        when "MISMATCH"
            move data-amount to amount-edit
            move ctl-amount to amount-edit-2
            move spaces to report-file-record
            string "              control totals disagree: records "
                   data-rec-count " vs " function trim(ctl-count-x)
                   " amount " function trim(amount-edit)
                   " vs " function trim(amount-edit-2)
                   delimited by size into report-file-record
            perform write-detail-line
        when "MISSING"
            move spaces to report-file-record
            string "              no partner control file - policy "
                   function trim(ctl-policy)
                   delimited by size into report-file-record
            perform write-detail-line
    end-evaluate

    if advance-notice-found
        perform write-notice-variance-line
    end-if

    if file-ref-count > 0
        move spaces to report-file-record
        string "              key master references: "
               file-ref-count " failure(s), "
               file-ref-suspended " suspended - severity "
               severity-mode
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    if sweep-halted
        move spaces to report-file-record
        string "              HALTED: severity H - unknown key master"
               " reference, remaining arrivals left for the next sweep"
               delimited by size into report-file-record
        perform write-detail-line
        perform halt-gateway-sweep
    end-if.

apply-partner-intake-profile.
    move it-partner to partprof-lookup-id
    perform find-partner-profile
    if not partprof-was-found
        exit paragraph
    end-if

    move function upper-case(pp-intake) to pp-intake
    move function upper-case(pp-layout) to pp-layout

    evaluate true
        when pp-intake = "NUM" or pp-intake = "TEXT"
            move pp-intake to profile-layout
        when pp-intake = "LAYOUT"
             and pp-layout <> spaces and pp-layout <> "-"
            move pp-layout to profile-layout
        when other
            exit paragraph
    end-evaluate

    if it-layout <> spaces and it-layout <> profile-layout
        move spaces to report-file-record
        string "partner " function trim(it-partner)
               "  intake list layout " function trim(it-layout)
               " replaced by partner profile layout "
               function trim(profile-layout)
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    move profile-layout to it-layout.

assign-arrival-batch-no.
    move 0 to arrival-batch-no
validate-arrived-file.
    move 0 to file-rec-count
    move 0 to file-bad-count
    move 0 to file-ref-count
    move 0 to file-ref-suspended
    move 0 to susp-rec-count
    move "-" to partner-batch

    move it-file to arrival-filename
        move 1 to file-bad-count
        move spaces to exception-file-record
        string function trim(it-file)
               ": FGW104E REJECTED (file could not be opened)"
               delimited by size into exception-file-record
        set rsn-no-file to true
        perform write-exception-line
        exit paragraph
    end-if

    move 0 to fp-content-hash
    move 0 to fp-first-hash
    move 0 to fp-last-hash
    move 0 to data-rec-count
    move 0 to data-amount
    perform reset-record-structure

    read arrival-file
    perform until arrival-status = "10"
        add 1 to file-rec-count
        perform fingerprint-one-record
        if file-rec-count = 1 and arrival-record(1:6) = "HDR | "
            perform capture-partner-batch
        end-if
            move spaces to exception-file-record
            string function trim(it-file)
                   " record " file-rec-count
                   ": FGW105W REJECTED (not numeric)"
                   delimited by size into exception-file-record
            set rsn-not-numeric to true
            perform write-exception-line
        end-if
        if custom-layout
           and function trim(arrival-record) <> spaces
            perform validate-record-fields
        end-if
        perform add-record-amount
        read arrival-file
    end-perform

    close arrival-file

    if custom-layout and lay-multi-type and file-rec-count > 0
        perform finish-record-structure
        if lay-struct-fault <> spaces
            add 1 to file-bad-count
            move spaces to exception-file-record
            string function trim(it-file)
                   ": FGW116E QUARANTINED (file structure: "
                   function trim(lay-struct-fault) ")"
                   delimited by size into exception-file-record
            set rsn-structure to true
            perform write-exception-line
        end-if
    end-if

    if file-rec-count = 0
        move spaces to exception-file-record
        string function trim(it-file)
               ": FGW106E REJECTED (empty file)"
               delimited by size into exception-file-record
        set rsn-no-file to true
        perform write-exception-line
    end-if.

fingerprint-one-record.
    move 0 to fp-rec-hash
    compute fp-len =
        function length(function trim(arrival-record trailing))

    perform varying fp-idx from 1 by 1 until fp-idx > fp-len
        compute fp-work = fp-rec-hash * 31
            + function ord(arrival-record(fp-idx:1))
        compute fp-rec-hash = function mod(fp-work, 999999937)
    end-perform

    if file-rec-count = 1
        move fp-rec-hash to fp-first-hash
    end-if
    move fp-rec-hash to fp-last-hash

    compute fp-work = fp-content-hash * 131 + fp-rec-hash
    compute fp-content-hash = function mod(fp-work, 999999937).

resolve-duplicate-window.
    move DUP-HISTORY-DEFAULT to dup-window-days

    move "DUP-HISTORY-DAYS" to ctlparm-lookup-id
    perform find-control-param

    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
        if function numval(ctlparm-lookup-value) > 0
            compute dup-window-days =
                function numval(ctlparm-lookup-value)
        end-if
    end-if

    compute dup-cutoff-int =
        function integer-of-date(today-date-8) - dup-window-days
    compute dup-cutoff-8 = function date-of-integer(dup-cutoff-int)
    move spaces to dup-cutoff-date
    string dup-cutoff-8(1:4) "-" dup-cutoff-8(5:2) "-"
           dup-cutoff-8(7:2)
           delimited by size into dup-cutoff-date.

check-duplicate-fingerprint.
    open input fingerprint-file
    if fingerprint-status <> "00"
        exit paragraph
    end-if

    read fingerprint-file
    perform until fingerprint-status = "10"
        perform match-one-fingerprint
        if duplicate-suspected
            exit perform
        end-if
        read fingerprint-file
    end-perform

    close fingerprint-file

    if not duplicate-suspected
        exit paragraph
    end-if

    if mode-represent
        move dup-of-batch to represent-matched-batch
        move "N" to dup-found-flag
        exit paragraph
    end-if

    perform find-resend-override
    if override-applied
        move "N" to dup-found-flag
        add 1 to overrides-used
        perform consume-resend-override
        exit paragraph
    end-if

    add 1 to files-duplicate
    move dup-of-batch to batch-no-disp
    move spaces to exception-file-record
    string function trim(it-file)
           ": FGW107E QUARANTINED (suspected duplicate of batch "
           batch-no-disp " received " dup-of-date ")"
           delimited by size into exception-file-record
    set rsn-duplicate-file to true
    perform write-exception-line.

match-one-fingerprint.
    perform parse-fingerprint-record

    if fh-partner <> it-partner
       or fh-date < dup-cutoff-date
        exit paragraph
    end-if

    if function test-numval(fh-count) <> 0
       or function test-numval(fh-content) <> 0
       or function test-numval(fh-first) <> 0
       or function test-numval(fh-last) <> 0
       or function test-numval(fh-batch) <> 0
        exit paragraph
    end-if

    if function numval(fh-count) = file-rec-count
       and function numval(fh-content) = fp-content-hash
       and function numval(fh-first) = fp-first-hash
       and function numval(fh-last) = fp-last-hash
        set duplicate-suspected to true
        compute dup-of-batch = function numval(fh-batch)
        move fh-date to dup-of-date
    end-if.

parse-fingerprint-record.
    move spaces to fh-partner
    move spaces to fh-batch
    move spaces to fh-date
    move spaces to fh-count
    move spaces to fh-content
    move spaces to fh-first
    move spaces to fh-last

    unstring fingerprint-record delimited by " | "
        into fh-partner, fh-batch, fh-date, fh-count,
             fh-content, fh-first, fh-last
    end-unstring.

record-file-fingerprint.
    open extend fingerprint-file
    if fingerprint-status = "05" or fingerprint-status = "35"
        open output fingerprint-file
    end-if

    move spaces to fingerprint-record
    string function trim(it-partner) " | "
           arrival-batch-no " | "
           today-date-disp " | "
           file-rec-count " | "
           fp-content-hash " | "
           fp-first-hash " | "
           fp-last-hash " | "
           function trim(it-file)
           delimited by size into fingerprint-record
    write fingerprint-record

    close fingerprint-file.

prune-fingerprint-history.
    open input fingerprint-file
    if fingerprint-status <> "00"
        exit paragraph
    end-if

    open output fingerprint-work
    read fingerprint-file
    perform until fingerprint-status = "10"
        perform parse-fingerprint-record
        if fh-date < dup-cutoff-date
            add 1 to fingerprints-aged
        else
            move fingerprint-record to fingerprint-work-record
            write fingerprint-work-record
            add 1 to fingerprints-kept
        end-if
        read fingerprint-file
    end-perform
    close fingerprint-file
    close fingerprint-work

    if fingerprints-aged = 0
        call "CBL_DELETE_FILE" using fingerprint-work-name
        exit paragraph
    end-if

    open input fingerprint-work
    open output fingerprint-file
    read fingerprint-work
    perform until fingerprint-work-status = "10"
        move fingerprint-work-record to fingerprint-record
        write fingerprint-record
        read fingerprint-work
    end-perform
    close fingerprint-work
    close fingerprint-file

    call "CBL_DELETE_FILE" using fingerprint-work-name.

find-resend-override.
    open input dupovrd-file
    if dupovrd-status <> "00"
        exit paragraph
    end-if

    read dupovrd-file
    perform until dupovrd-status = "10"
        perform parse-override-record
        if ov-partner = it-partner and ov-state = "OPEN"
           and ov-batch-no = dup-of-batch
            set override-applied to true
            move ov-operator to ov-granted-by
            exit perform
        end-if
        read dupovrd-file
    end-perform

    close dupovrd-file.

parse-override-record.
    move spaces to ov-partner
    move spaces to ov-batch
    move spaces to ov-state
    move spaces to ov-operator
    move spaces to ov-when
    move spaces to ov-reason
    move spaces to ov-used-batch
    move 0 to ov-batch-no

    unstring dupovrd-record delimited by " | "
        into ov-partner, ov-batch, ov-state, ov-operator,
             ov-when, ov-reason, ov-used-batch
    end-unstring

    if function test-numval(ov-batch) = 0
        compute ov-batch-no = function numval(ov-batch)
    end-if.

consume-resend-override.
    move "N" to ov-line-done

    open input dupovrd-file
    open output dupovrd-work
    read dupovrd-file
    perform until dupovrd-status = "10"
        move dupovrd-record to dupovrd-work-record
        perform parse-override-record
        if ov-partner = it-partner and ov-state = "OPEN"
           and ov-batch-no = dup-of-batch and ov-line-done = "N"
            move "Y" to ov-line-done
            move spaces to dupovrd-work-record
            string function trim(ov-partner) " | "
                   function trim(ov-batch) " | USED | "
                   function trim(ov-operator) " | "
                   ov-when " | "
                   function trim(ov-reason) " | "
                   arrival-batch-no
                   delimited by size into dupovrd-work-record
        end-if
        write dupovrd-work-record
        read dupovrd-file
    end-perform
    close dupovrd-file
    close dupovrd-work

    open input dupovrd-work
    open output dupovrd-file
    read dupovrd-work
    perform until dupovrd-work-status = "10"
        move dupovrd-work-record to dupovrd-record
        write dupovrd-record
        read dupovrd-work
    end-perform
    close dupovrd-work
    close dupovrd-file

    call "CBL_DELETE_FILE" using dupovrd-work-name

    move dup-of-batch to batch-no-disp
    move it-file to audit-input-value
    move spaces to audit-result-value
    string "DUP OVERRIDE USED: " function trim(it-partner)
           " resend of batch " batch-no-disp " staged as batch "
           arrival-batch-no(4:6) " (granted by "
           function trim(ov-granted-by) ")"
           delimited by size into audit-result-value
    perform log-audit-entry.

grant-duplicate-override.
    move "N" to dup-found-flag

    open input fingerprint-file
    if fingerprint-status = "00"
        read fingerprint-file
        perform until fingerprint-status = "10"
            perform parse-fingerprint-record
            if fh-partner = override-partner
               and function test-numval(fh-batch) = 0
                compute fh-batch-no = function numval(fh-batch)
                if fh-batch-no = override-batch-no
                    set duplicate-suspected to true
                    move fh-date to dup-of-date
                end-if
            end-if
            read fingerprint-file
        end-perform
        close fingerprint-file
    end-if

    move override-batch-no to batch-no-disp

    if not duplicate-suspected
        display "Batch " batch-no-disp " is not in the fingerprint"
                " history for partner "
                function trim(override-partner)
                " - no override recorded"
        move 16 to return-code
        exit paragraph
    end-if

    accept audit-run-time from time

    open extend dupovrd-file
    if dupovrd-status = "05" or dupovrd-status = "35"
        open output dupovrd-file
    end-if

    move spaces to dupovrd-record
    string function trim(override-partner) " | "
           override-batch-no " | OPEN | "
           function trim(audit-operator-id) " | "
           today-date-disp " "
           audit-run-time(1:2) ":" audit-run-time(3:2)
           ":" audit-run-time(5:2) " | "
           function trim(override-reason) " | -"
           delimited by size into dupovrd-record
    write dupovrd-record

    close dupovrd-file

    display "Resend override recorded: the next arrival from "
            function trim(override-partner)
            " matching batch " batch-no-disp
            " (received " dup-of-date ") will be staged"

    move override-partner to audit-input-value
    move spaces to audit-result-value
    string "DUP OVERRIDE GRANTED: resend of batch " batch-no-disp
           " - " function trim(override-reason)
           delimited by size into audit-result-value
    perform log-audit-entry.

stage-arrived-file.
    move arrival-batch-no to batch-no-disp
    move spaces to staging-filename
    string function trim(staging-prefix)
           ".b" batch-no-disp ".dat"
           delimited by size into staging-filename
    if susp-rec-count > 0
        set copy-skips-suspended to true
    end-if
    if stage-enciphered
        set copy-enciphers to true
    end-if
    perform copy-arrival-to-staging
    move "N" to copy-skip-flag
    move "N" to copy-cipher-flag
    if not mode-represent
        perform archive-staged-arrival
    end-if
    move it-file to arrival-filename
    call "CBL_DELETE_FILE" using arrival-filename
        returning del-status
    end-call.

archive-staged-arrival.
    move arrival-batch-no to batch-no-disp
    move spaces to arrival-archive-name
    string "ARRARCH." function trim(it-partner)
           ".b" batch-no-disp ".pak"
           delimited by size into arrival-archive-name

    move spaces to os-command
    string "./archive-compress -c " function trim(it-file)
           " " function trim(arrival-archive-name)
           delimited by size into os-command
    call "SYSTEM" using os-command
    move return-code to sys-rc
    move 0 to return-code
    if sys-rc >= 256 and function mod(sys-rc, 256) = 0
        compute sys-rc = sys-rc / 256
    end-if

    if sys-rc <> 0
        add 1 to archive-failures
        move sys-rc to sys-rc-disp
        move spaces to exception-file-record
        string function trim(it-file)
               ": FGW118W WARNING (arrival not archived -"
               " archive-compress RC " function trim(sys-rc-disp)
               ", batch cannot be re-presented)"
               delimited by size into exception-file-record
        set rsn-system-failure to true
        perform write-exception-line
        exit paragraph
    end-if

    add 1 to files-archived

    compute arrival-retain-8 = function date-of-integer(
        function integer-of-date(today-date-8) + arrival-retain-days)
    move spaces to arrival-retain-date
    string arrival-retain-8(1:4) "-" arrival-retain-8(5:2) "-"
           arrival-retain-8(7:2)
           delimited by size into arrival-retain-date

    open extend arcreg-file
    if arcreg-status = "05" or arcreg-status = "35"
        open output arcreg-file
    end-if

    move spaces to arcreg-record
    string function trim(it-partner) " | "
           arrival-batch-no " | "
           today-date-disp " | "
           arrival-retain-date " | ARRIVAL | "
           function trim(it-layout) " | "
           function trim(it-file) " | "
           function trim(arrival-archive-name) " | "
           file-rec-count
           delimited by size into arcreg-record
    write arcreg-record

    close arcreg-file.

resolve-arrival-retention.
    move ARRIVAL-RETAIN-DEFAULT to arrival-retain-days

    move "ARRIVAL-RETAIN-DAYS" to ctlparm-lookup-id
    perform find-control-param

    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
        if function numval(ctlparm-lookup-value) > 0
            compute arrival-retain-days =
                function numval(ctlparm-lookup-value)
        end-if
    end-if.

restore-archived-arrival.
    move "N" to represent-found-flag
    move spaces to ra-hold-archive
    move 0 to represent-matched-batch

    open input arcreg-file
    if arcreg-status <> "00"
        move "no arrival archive register ARRARCH.TXT"
            to represent-refusal
        display "REFUSED: " function trim(represent-refusal)
        exit paragraph
    end-if

    read arcreg-file
    perform until arcreg-status = "10"
        perform parse-archive-register-record
        if ra-partner = represent-partner
           and ra-batch-no = represent-batch-no
            move ra-until to ra-hold-until
            move ra-layout to ra-hold-layout
            move ra-file to ra-hold-file
            move ra-archive to ra-hold-archive
        end-if
        read arcreg-file
    end-perform

    close arcreg-file

    move represent-batch-no to batch-no-disp

    if ra-hold-archive = spaces
        move spaces to represent-refusal
        string "batch " batch-no-disp " of partner "
               function trim(represent-partner)
               " is not in the arrival archive"
               delimited by size into represent-refusal
        display "REFUSED: " function trim(represent-refusal)
        exit paragraph
    end-if

    if ra-hold-until < today-date-disp
        move spaces to represent-refusal
        string "archive " function trim(ra-hold-archive)
               " passed its retention on " ra-hold-until
               delimited by size into represent-refusal
        display "REFUSED: " function trim(represent-refusal)
        exit paragraph
    end-if

    move spaces to represent-filename
    string function trim(staging-prefix)
           ".REP.b" batch-no-disp ".dat"
           delimited by size into represent-filename

    move spaces to os-command
    string "./archive-compress -x " function trim(ra-hold-archive)
           " " function trim(represent-filename)
           delimited by size into os-command
    call "SYSTEM" using os-command
    move return-code to sys-rc
    move 0 to return-code
    if sys-rc >= 256 and function mod(sys-rc, 256) = 0
        compute sys-rc = sys-rc / 256
    end-if

    if sys-rc <> 0
        move sys-rc to sys-rc-disp
        move spaces to represent-refusal
        string "archive " function trim(ra-hold-archive)
               " did not restore (archive-compress RC "
               function trim(sys-rc-disp) ")"
               delimited by size into represent-refusal
        display "REFUSED: " function trim(represent-refusal)
        call "CBL_DELETE_FILE" using represent-filename
        exit paragraph
    end-if

    move represent-list-name to intake-list-name
    open output intake-list
    move spaces to intake-list-record
    string function trim(represent-partner) " "
           function trim(ra-hold-layout) " "
           function trim(represent-filename)
           delimited by size into intake-list-record
    write intake-list-record
    close intake-list

    set represent-archive-found to true
    display "Batch " batch-no-disp " of partner "
            function trim(represent-partner)
            " restored from " function trim(ra-hold-archive)
            " (originally " function trim(ra-hold-file)
            ") - re-presenting to the gateway".

parse-archive-register-record.
    move spaces to ra-partner
    move spaces to ra-batch
    move spaces to ra-date
    move spaces to ra-until
    move spaces to ra-class
    move spaces to ra-layout
    move spaces to ra-file
    move spaces to ra-archive
    move spaces to ra-count
    move 0 to ra-batch-no

    unstring arcreg-record delimited by " | "
        into ra-partner, ra-batch, ra-date, ra-until, ra-class,
             ra-layout, ra-file, ra-archive, ra-count
    end-unstring

    if function test-numval(ra-batch) = 0
        compute ra-batch-no = function numval(ra-batch)
    end-if.

quarantine-arrived-file.
    move arrival-batch-no to batch-no-disp
    move spaces to staging-filename
    string function trim(staging-prefix)
           ".QUAR.b" batch-no-disp ".dat"
           delimited by size into staging-filename
    perform copy-arrival-to-staging
    move it-file to arrival-filename
    call "CBL_DELETE_FILE" using arrival-filename
        returning del-status
    end-call.

copy-arrival-to-staging.
    move it-file to arrival-filename
    open input arrival-file
    if arrival-status <> "00"
        exit paragraph
    end-if

    open output staging-file

    move 0 to copy-rec-no
    move 1 to susp-rec-next

    if copy-enciphers
        move 0 to stg-work-count
        move 0 to stg-work-checksum
        move spaces to staging-record
        string CIPHER-HEADER-TAG " | "
               function trim(stg-key-id) " | "
               stg-key-fp
               delimited by size into staging-record
        write staging-record
    end-if

    read arrival-file
    perform until arrival-status = "10"
        add 1 to copy-rec-no
        if copy-skips-suspended
           and susp-rec-next <= susp-rec-count
           and susp-rec-no(susp-rec-next) = copy-rec-no
            add 1 to susp-rec-next
        else
            if copy-enciphers
                perform encipher-staging-record
            else
                move arrival-record to staging-record
            end-if
            write staging-record
        end-if
        read arrival-file
    end-perform

    if copy-enciphers
        move spaces to cipher-trailer-record
        move CIPHER-TRAILER-TAG to ct-trailer-tag
        move stg-work-count to ct-record-count
        move stg-work-checksum to ct-checksum
        move spaces to staging-record
        move cipher-trailer-record to staging-record
        write staging-record
    end-if

    close arrival-file
    close staging-file.

encipher-staging-record.
    move arrival-record to stg-text
    perform accumulate-staged-checksum
    set stg-encrypt to true
    perform apply-staged-cipher
    move stg-text to staging-record.

resolve-staging-cipher.
    move "N" to stage-cipher-flag
    move "STAGING-KEY" to ctlparm-lookup-id
    perform find-control-param

    move spaces to report-file-record
    if not ctlparm-was-found
       or ctlparm-lookup-value = spaces or ctlparm-lookup-value = "-"
        move "Staging: in the clear (no STAGING-KEY control parameter)"
            to report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move ctlparm-lookup-value to stg-key-id
    set stg-active-only to true
    perform resolve-staged-key

    if staged-key-found and stg-key-expires < today-date-disp
        move "N" to stg-key-found-flag
        string "key " function trim(stg-key-id)
               " expired " stg-key-expires
               delimited by size into stg-refuse-reason
    end-if

    if not staged-key-found
        set sweep-halted to true
        string "Staging: FGW202S SWEEP STOPPED - staging key "
               function trim(stg-key-id) " unusable"
               delimited by size into report-file-record
        perform write-detail-line
        move spaces to report-file-record
        string "  (" function trim(stg-refuse-reason)
               ") - no arrival was touched"
               delimited by size into report-file-record
        perform write-detail-line

        move "HALT" to alert-severity
        move "FGW202S" to alert-msg-id
        move spaces to alert-message
        string "staging key " function trim(stg-key-id)
               " unusable (" function trim(stg-refuse-reason)
               ") - gateway sweep stopped before staging"
               delimited by size into alert-message
        perform write-alert-entry

        display "HALTED: staging key " function trim(stg-key-id)
                " unusable - " function trim(stg-refuse-reason)
        exit paragraph
    end-if

    set stage-enciphered to true
    string "Staging: enciphered with key-ring key "
           function trim(stg-key-id) " (fp " stg-key-fp ")"
           delimited by size into report-file-record
    perform write-detail-line.

load-layout-fields.
    move 0 to lay-field-count
    move 0 to lay-type-count
    move "N" to lay-multi-flag
    move "N" to lay-hdr-declared
    move "N" to lay-trl-declared
    move 1 to lay-rectype-start
    move 1 to lay-rectype-len
    move 0 to lay-count-start
    move 0 to lay-count-len

    open input layouts-file
    if layouts-status <> "00"
        exit paragraph
    end-if

    read layouts-file
    perform until layouts-status = "10"
        perform load-one-layout-field
        read layouts-file
    end-perform

    close layouts-file.

load-one-layout-field.
    if function trim(layouts-record) = spaces
       or layouts-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to ly-layout
    move spaces to ly-name
    move spaces to ly-start
    move spaces to ly-len
    move spaces to ly-type
    move spaces to ly-reqd
    move spaces to ly-low
    move spaces to ly-high
    move spaces to ly-mask
    move spaces to ly-keyref

    unstring layouts-record delimited by " | "
        into ly-layout, ly-name, ly-start, ly-len, ly-type,
             ly-reqd, ly-low, ly-high, ly-mask, ly-keyref
    end-unstring

    move spaces to ly-layout-base
    move spaces to ly-rec-code
    unstring ly-layout delimited by ":"
        into ly-layout-base, ly-rec-code
    end-unstring
    move function upper-case(ly-rec-code) to ly-rec-code

    if ly-layout-base <> it-layout
        exit paragraph
    end-if

    if ly-name(1:1) = "@"
        perform load-layout-directive
        exit paragraph
    end-if

    if function test-numval(ly-start) <> 0
       or function test-numval(ly-len) <> 0
        exit paragraph
    end-if

    if lay-field-count >= MAX-LAYOUT-FIELDS
        exit paragraph
    end-if

    add 1 to lay-field-count
    move ly-name to lay-field-name(lay-field-count)
    move ly-rec-code to lay-field-rectype(lay-field-count)
    if ly-rec-code <> spaces
        move "F" to lay-rec-role
        perform register-layout-type
    end-if
    compute lay-field-start(lay-field-count) =
        function numval(ly-start)
    compute lay-field-len(lay-field-count) =
        function numval(ly-len)
    if lay-field-len(lay-field-count) > 100
        move 100 to lay-field-len(lay-field-count)
    end-if
    move ly-type(1:1) to lay-field-type(lay-field-count)
    move ly-reqd(1:1) to lay-field-reqd(lay-field-count)
    move ly-low to lay-field-low(lay-field-count)
    move ly-high to lay-field-high(lay-field-count)
    move ly-mask(1:1) to lay-field-mask(lay-field-count)
    move function upper-case(ly-keyref) to ly-keyref
    move spaces to lay-field-key-table(lay-field-count)
    evaluate true
        when ly-keyref = "Y"
            move "Y" to lay-field-keyref(lay-field-count)
            move KEY-DEFAULT-TABLE
                to lay-field-key-table(lay-field-count)
        when ly-keyref = spaces or ly-keyref = "N"
          or ly-keyref = "-"
            move "N" to lay-field-keyref(lay-field-count)
        when other
            move "Y" to lay-field-keyref(lay-field-count)
            move ly-keyref to lay-field-key-table(lay-field-count)
    end-evaluate
    move spaces to lay-field-check(lay-field-count)
    evaluate function upper-case(ly-type)
        when "CD10"
            move "LUHN" to lay-field-check(lay-field-count)
        when "CD11"
            move "MOD11" to lay-field-check(lay-field-count)
        when "CD97"
            move "MOD97" to lay-field-check(lay-field-count)
    end-evaluate.

load-layout-directive.
    move function upper-case(ly-name) to ly-name
    evaluate ly-name
        when "@RECTYPE"
            if function test-numval(ly-start) = 0
               and function test-numval(ly-len) = 0
                if function numval(ly-start) > 0
                   and function numval(ly-len) > 0
                   and function numval(ly-len) <= 4
                    compute lay-rectype-start = function numval(ly-start)
                    compute lay-rectype-len = function numval(ly-len)
                    set lay-multi-type to true
                end-if
            end-if
        when "@COUNT"
            if function test-numval(ly-start) = 0
               and function test-numval(ly-len) = 0
                if function numval(ly-start) > 0
                   and function numval(ly-len) > 0
                   and function numval(ly-len) <= 9
                    compute lay-count-start = function numval(ly-start)
                    compute lay-count-len = function numval(ly-len)
                end-if
            end-if
        when "@HEADER"
            move function upper-case(ly-start(1:4)) to ly-rec-code
            move "H" to lay-rec-role
            move "Y" to lay-hdr-declared
            perform register-layout-type
        when "@TRAILER"
            move function upper-case(ly-start(1:4)) to ly-rec-code
            move "T" to lay-rec-role
            move "Y" to lay-trl-declared
            perform register-layout-type
        when "@DETAIL"
            move function upper-case(ly-start(1:4)) to ly-rec-code
            move "D" to lay-rec-role
            perform register-layout-type
    end-evaluate.

register-layout-type.
    if ly-rec-code = spaces
        exit paragraph
    end-if
    set lay-multi-type to true

    perform varying lay-type-idx from 1 by 1
            until lay-type-idx > lay-type-count
        if lay-type-code(lay-type-idx) = ly-rec-code
            if lay-rec-role <> "F"
                move lay-rec-role to lay-type-role(lay-type-idx)
            end-if
            exit paragraph
        end-if
    end-perform

    if lay-type-count >= MAX-LAYOUT-TYPES
        exit paragraph
    end-if

    add 1 to lay-type-count
    move ly-rec-code to lay-type-code(lay-type-count)
    move lay-rec-role to lay-type-role(lay-type-count)
    if lay-rec-role = "F"
        move "D" to lay-type-role(lay-type-count)
    end-if.

classify-record-type.
    move function upper-case(lay-rec-code) to lay-rec-code
    move "?" to lay-rec-role
    perform varying lay-type-idx from 1 by 1
            until lay-type-idx > lay-type-count
        if lay-type-code(lay-type-idx) = lay-rec-code
            move lay-type-role(lay-type-idx) to lay-rec-role
            exit perform
        end-if
    end-perform.

reset-record-structure.
    move 0 to lay-rec-seq
    move 0 to lay-hdr-seen
    move 0 to lay-dtl-seen
    move 0 to lay-trl-seen
    move 0 to lay-trl-count-value
    move spaces to lay-struct-fault.

track-record-structure.
    add 1 to lay-rec-seq

    if lay-trl-seen > 0 and lay-struct-fault = spaces
        move lay-rec-seq to lay-count-disp
        string "record " function trim(lay-count-disp)
               " follows the trailer"
               delimited by size into lay-struct-fault
    end-if

    evaluate true
        when lay-rec-header
            add 1 to lay-hdr-seen
            if lay-struct-fault = spaces
                if lay-hdr-seen > 1
                    move "more than one header record"
                        to lay-struct-fault
                else
                    if lay-rec-seq > 1
                        move "header is not the first record"
                            to lay-struct-fault
                    end-if
                end-if
            end-if
        when lay-rec-trailer
            add 1 to lay-trl-seen
            if lay-trl-seen = 1 and lay-count-len > 0
                if arrival-record(lay-count-start:lay-count-len) is numeric
                    move arrival-record(lay-count-start:lay-count-len)
                        to lay-trl-count-value
                else
                    if lay-struct-fault = spaces
                        move "trailer record count is not numeric"
                            to lay-struct-fault
                    end-if
                end-if
            end-if
        when lay-rec-detail
            add 1 to lay-dtl-seen
            if lay-hdr-declared = "Y" and lay-hdr-seen = 0
               and lay-struct-fault = spaces
                move "detail record before the header"
                    to lay-struct-fault
            end-if
    end-evaluate.

finish-record-structure.
    if lay-struct-fault <> spaces
        exit paragraph
    end-if

    evaluate true
        when lay-hdr-declared = "Y" and lay-hdr-seen = 0
            move "no header record" to lay-struct-fault
        when lay-trl-declared = "Y" and lay-trl-seen = 0
            move "no trailer record" to lay-struct-fault
        when lay-trl-seen > 1
            move "more than one trailer record" to lay-struct-fault
        when lay-trl-seen = 1 and lay-count-len > 0
             and lay-trl-count-value <> lay-dtl-seen
            move lay-trl-count-value to lay-count-disp
            move lay-dtl-seen to lay-count-disp-2
            string "trailer count " function trim(lay-count-disp)
                   " does not equal detail count "
                   function trim(lay-count-disp-2)
                   delimited by size into lay-struct-fault
    end-evaluate.

validate-record-fields.
    move "N" to rec-bad-flag
    move "N" to keyref-reject-flag

    if lay-multi-type
        perform identify-arrival-record-type
        if lay-rec-undeclared
            add 1 to file-bad-count
            exit paragraph
        end-if
    end-if

    perform varying lay-field-idx from 1 by 1
            until lay-field-idx > lay-field-count
        perform validate-one-field
    end-perform

    if keyref-reject-flag = "Y"
        perform handle-unknown-key-record
    end-if

    if rec-bad-flag = "Y"
        add 1 to file-bad-count
    end-if.

identify-arrival-record-type.
    move spaces to lay-rec-code
    if lay-rectype-start + lay-rectype-len - 1 <= 500
        move arrival-record(lay-rectype-start:lay-rectype-len)
            to lay-rec-code
    end-if
    perform classify-record-type
    perform track-record-structure

    if lay-rec-undeclared
        move spaces to exception-file-record
        string function trim(it-file)
               " record " file-rec-count
               ": FGW117W REJECTED (record type "
               function trim(lay-rec-code)
               " not declared for layout " function trim(it-layout) ")"
               delimited by size into exception-file-record
        set rsn-bad-layout to true
        perform write-exception-line
    end-if.

validate-one-field.
    if lay-field-rectype(lay-field-idx) <> spaces
       and lay-field-rectype(lay-field-idx) <> lay-rec-code
        exit paragraph
    end-if

    if lay-field-start(lay-field-idx) = 0
       or lay-field-len(lay-field-idx) = 0
       or lay-field-start(lay-field-idx)
          + lay-field-len(lay-field-idx) - 1 > 500
        exit paragraph
    end-if

    move spaces to field-value
    move arrival-record(lay-field-start(lay-field-idx):
         lay-field-len(lay-field-idx)) to field-value

    if field-value = spaces
        if lay-field-reqd(lay-field-idx) = "Y"
            move "missing (required)" to field-reason
            set rsn-missing-field to true
            perform reject-one-field
        end-if
        exit paragraph
    end-if

    if lay-field-keyref(lay-field-idx) = "Y"
        perform check-key-master-reference
    end-if

    if lay-field-check(lay-field-idx) <> spaces
        perform check-field-check-digit
        exit paragraph
    end-if

    if lay-field-type(lay-field-idx) <> "N"
        exit paragraph
    end-if

    if function test-numval(field-value) <> 0
        move "not numeric" to field-reason
        set rsn-not-numeric to true
        perform reject-one-field
        exit paragraph
    end-if
            function numval(lay-field-low(lay-field-idx))
        if lv-value < lv-bound
            move "below registered minimum" to field-reason
            set rsn-out-of-range to true
            perform reject-one-field
            exit paragraph
        end-if
            function numval(lay-field-high(lay-field-idx))
        if lv-value > lv-bound
            move "above registered maximum" to field-reason
            set rsn-out-of-range to true
            perform reject-one-field
        end-if
    end-if.
    move spaces to exception-file-record
    string function trim(it-file)
           " record " file-rec-count
           ": FGW108W REJECTED (field "
           function trim(lay-field-name(lay-field-idx))
           " " function trim(field-reason) ")"
           delimited by size into exception-file-record
    perform write-exception-line.

check-field-check-digit.
    move lay-field-check(lay-field-idx) to ckd-scheme
    move field-value to ckd-number
    perform validate-check-digit

    evaluate true
        when ckd-ok
            exit paragraph
        when ckd-not-digits
            move "not all digits" to field-reason
        when ckd-too-short
            move "too short for a check digit" to field-reason
        when ckd-no-check
            move "has no valid MOD11 check digit" to field-reason
        when other
            move spaces to field-reason
            string "check digit invalid ("
                   function trim(ckd-scheme) ")"
                   delimited by size into field-reason
    end-evaluate
    set rsn-check-digit to true
    perform reject-one-field.

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

prepare-key-references.
    move 0 to keyref-field-count
    if not custom-layout
        exit paragraph
    end-if

    perform varying lay-field-idx from 1 by 1
            until lay-field-idx > lay-field-count
        if lay-field-keyref(lay-field-idx) = "Y"
            add 1 to keyref-field-count
        end-if
    end-perform

    if keyref-field-count = 0
        exit paragraph
    end-if

    if key-master-unresolved
        perform open-key-master
    end-if

    if key-master-absent
        add 1 to refs-unverified
        move spaces to exception-file-record
        string function trim(it-file)
               ": FGW109W WARNING (key master "
               function trim(key-filename)
               " unavailable - key references not verified)"
               delimited by size into exception-file-record
        set rsn-system-failure to true
        perform write-exception-line
    end-if.

open-key-master.
    set key-master-absent to true
    move spaces to key-filename
    move "KEYMASTER-FILE" to ctlparm-lookup-id
    perform find-control-param
    if not ctlparm-was-found
       or ctlparm-lookup-value = spaces
        move "(no KEYMASTER-FILE control parameter)" to key-filename
        exit paragraph
    end-if
    move ctlparm-lookup-value to key-filename(1:20)

    open input key-file
    if key-file-status <> "00"
        exit paragraph
    end-if

    set key-master-open to true.

check-key-master-reference.
    if not key-master-open
        exit paragraph
    end-if

    if function test-numval(field-value) = 0
       and function numval(field-value) =
           function integer(function numval(field-value))
       and function abs(function numval(field-value)) <= 999999999
        move lay-field-key-table(lay-field-idx) to key-file-table
        compute key-file-num = function numval(field-value)
        read key-file
            invalid key
                continue
            not invalid key
                perform check-key-usable
                if key-usable
                    exit paragraph
                end-if
        end-read
    end-if

    if keyref-reject-flag = "N"
        move "Y" to keyref-reject-flag
        move lay-field-name(lay-field-idx) to ref-fail-field
        move field-value to ref-fail-value
    end-if.

check-key-usable.
    move "N" to key-usable-flag
    if key-today = spaces
        perform resolve-business-date
        move audit-business-date to key-today-8
        string key-today-8(1:4) "-" key-today-8(5:2) "-"
               key-today-8(7:2)
               delimited by size into key-today
    end-if

    if key-file-inactive
        exit paragraph
    end-if
    if key-file-eff-from <> spaces and key-file-eff-from > key-today
        exit paragraph
    end-if
    if key-file-eff-to <> spaces and key-file-eff-to < key-today
        exit paragraph
    end-if

    set key-usable to true.

handle-unknown-key-record.
    add 1 to file-ref-count

    if severity-transient and rec-bad-flag = "N"
       and susp-rec-count < MAX-SUSPENDED-RECS
        add 1 to susp-rec-count
        move file-rec-count to susp-rec-no(susp-rec-count)
        add 1 to file-ref-suspended
        perform write-suspense-record
        move "SUSPENDED" to ref-fail-action
    else
        move "Y" to rec-bad-flag
        move "REJECTED" to ref-fail-action
    end-if

    move spaces to exception-file-record
    string function trim(it-file)
           " record " file-rec-count ": FGW110W "
           function trim(ref-fail-action)
           " (field " function trim(ref-fail-field)
           " key " function trim(ref-fail-value)
           " not in key master)"
           delimited by size into exception-file-record
    set rsn-no-reference to true
    perform write-exception-line

    if severity-halt
        set sweep-halted to true
    end-if.

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
           function trim(arrival-record)
           delimited by size into suspense-record
    write suspense-record

    close suspense-file.

halt-gateway-sweep.
    move "HALT" to alert-severity
    move "FGW201S" to alert-msg-id
    move spaces to alert-message
    string "severity-halt unknown key master reference in "
           function trim(it-file)
           " - gateway sweep stopped (see exception file)"
           delimited by size into alert-message
    perform write-alert-entry

    display "HALTED: severity H - unknown key master reference, "
            "sweep stopped (see exception file)".

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

tally-partner-ref-failures.
    add 1 to files-ref-fail

    perform varying ref-partner-idx from 1 by 1
            until ref-partner-idx > ref-partner-count
        if rp-partner(ref-partner-idx) = it-partner
            exit perform
        end-if
    end-perform

    if ref-partner-idx > ref-partner-count
        if ref-partner-count >= MAX-REF-PARTNERS
            exit paragraph
        end-if
        add 1 to ref-partner-count
        move ref-partner-count to ref-partner-idx
        move it-partner to rp-partner(ref-partner-idx)
        move 0 to rp-rejected(ref-partner-idx)
        move 0 to rp-suspended(ref-partner-idx)
    end-if

    add file-ref-suspended to rp-suspended(ref-partner-idx)
    compute rp-rejected(ref-partner-idx) =
        rp-rejected(ref-partner-idx)
        + file-ref-count - file-ref-suspended.

write-referential-summary.
    move spaces to report-file-record
    string "Key master references: files with failures "
           files-ref-fail
           "  files not verified " refs-unverified
           "  severity " severity-mode
           delimited by size into report-file-record
    perform write-detail-line

    perform varying ref-partner-idx from 1 by 1
            until ref-partner-idx > ref-partner-count
        move spaces to report-file-record
        string "  partner " rp-partner(ref-partner-idx)
               "  referential failures: rejected "
               rp-rejected(ref-partner-idx)
               "  suspended " rp-suspended(ref-partner-idx)
               delimited by size into report-file-record
        perform write-detail-line
    end-perform.

write-arrival-acknowledgment.
    perform resolve-audit-run-id
           function trim(staging-filename) " | next-bus="
           cal-lookup-date " | pb="
           function trim(partner-batch)
           " | bad=" file-bad-count
           " | ctl=" function trim(ctl-result)
           " | ref=" file-ref-count
           delimited by size into register-record
    if mode-represent
        move spaces to sub-register-tail
        string function trim(register-record) " | rep="
               represent-batch-no
               delimited by size into sub-register-tail
        move sub-register-tail to register-record
    end-if
    write register-record

    close register-file.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: files " files-swept
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

find-control-param.
    perform resolve-ctlparm-dataset
    move "N" to ctlparm-found-flag
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
           delimited by size into ctlparm-asof-date

    open input ctlparm-file
    if ctlparm-status <> "00"
        exit paragraph
    end-if

    read ctlparm-file
    perform until ctlparm-status = "10"
        if ctlparm-rec-id = ctlparm-lookup-id
            move ctlparm-rec-effdate to ctlparm-eff-work
            if ctlparm-eff-work = spaces
                move "0000-00-00" to ctlparm-eff-work
            end-if
            if ctlparm-eff-work <= ctlparm-asof-date
               and ctlparm-eff-work >= ctlparm-best-effdate
                move ctlparm-rec-value to ctlparm-lookup-value
                move ctlparm-eff-work to ctlparm-best-effdate
                set ctlparm-was-found to true
            end-if
        end-if
        read ctlparm-file
    end-perform

    close ctlparm-file.

resolve-ctlparm-dataset.
    move "CTLPARM.TXT" to ctlparm-filename
    perform resolve-audit-unit

    if audit-unit-id = "-" or audit-unit-id = spaces
        exit paragraph
    end-if

    move spaces to ctlparm-filename
    string "CTLPARM." function trim(audit-unit-id) ".TXT"
           delimited by size into ctlparm-filename

    open input ctlparm-file
    if ctlparm-status = "00"
        close ctlparm-file
    else
        move "CTLPARM.TXT" to ctlparm-filename
    end-if.

resolve-control-settings.
    move "-" to ctl-policy
    move "AMOUNT" to amount-field-name
    move 0 to amount-field-idx
    move "N" to amount-available-flag

    move it-partner to partprof-lookup-id
    perform find-partner-profile
    if partprof-was-found
        move function upper-case(pp-ctl-policy) to ctl-policy
        if ctl-policy = spaces
            move "WARN" to ctl-policy
        end-if
        if pp-ctl-amount <> spaces
            move function upper-case(pp-ctl-amount)
                to amount-field-name
        end-if
    end-if

    evaluate true
        when amount-field-name = "-"
            continue
        when it-layout = "NUM"
            set amount-available to true
        when custom-layout
            perform varying lay-field-idx from 1 by 1
                    until lay-field-idx > lay-field-count
                if lay-field-name(lay-field-idx) = amount-field-name
                    move lay-field-idx to amount-field-idx
                    set amount-available to true
                    exit perform
                end-if
            end-perform
    end-evaluate.

add-record-amount.
    if arrival-record(1:6) = "HDR | "
       or arrival-record(1:6) = "TRL | "
       or function trim(arrival-record) = spaces
        exit paragraph
    end-if

    if custom-layout and lay-multi-type and not lay-rec-detail
        exit paragraph
    end-if

    add 1 to data-rec-count

    if not amount-available
        exit paragraph
    end-if

    move spaces to field-value
    if it-layout = "NUM"
        move arrival-record(1:38) to field-value
    else
        if lay-field-start(amount-field-idx)
           + lay-field-len(amount-field-idx) - 1 > 500
            exit paragraph
        end-if
        if lay-field-rectype(amount-field-idx) <> spaces
           and lay-field-rectype(amount-field-idx) <> lay-rec-code
            exit paragraph
        end-if
        move arrival-record(lay-field-start(amount-field-idx):
             lay-field-len(amount-field-idx)) to field-value
    end-if

    if field-value <> spaces
       and function test-numval(field-value) = 0
        compute data-amount = data-amount
                            + function numval(field-value)
    end-if.

check-partner-control-totals.
    move "NONE" to ctl-result
    move "N" to control-reject-flag
    move spaces to ctl-date

    move spaces to control-filename
    string function trim(it-file) ".ctl"
           delimited by size into control-filename

    open input control-file
    if control-status <> "00"
        perform handle-missing-control-file
        exit paragraph
    end-if

    move spaces to control-record
    read control-file
    perform until control-status = "10"
        if function trim(control-record) <> spaces
           and control-record(1:1) <> "*"
            exit perform
        end-if
        move spaces to control-record
        read control-file
    end-perform
    close control-file

    move spaces to ctl-count-x
    move spaces to ctl-amount-x
    unstring control-record delimited by " | "
        into ctl-count-x, ctl-amount-x, ctl-date
    end-unstring

    move "OK" to ctl-result

    if function test-numval(ctl-count-x) <> 0
        move "MISMATCH" to ctl-result
        move 0 to ctl-count
    else
        compute ctl-count = function numval(ctl-count-x)
        if ctl-count <> data-rec-count
            move "MISMATCH" to ctl-result
        end-if
    end-if

    move 0 to ctl-amount
    if ctl-amount-x <> spaces and ctl-amount-x <> "-"
        if function test-numval(ctl-amount-x) <> 0
            move "MISMATCH" to ctl-result
        else
            compute ctl-amount = function numval(ctl-amount-x)
            if amount-available and ctl-amount <> data-amount
                move "MISMATCH" to ctl-result
            end-if
        end-if
    end-if

    perform file-control-file

    if ctl-result = "MISMATCH"
        set control-rejected to true
        add 1 to files-ctl-mismatch
        move data-amount to amount-edit
        move ctl-amount to amount-edit-2
        move spaces to exception-file-record
        string function trim(it-file)
               ": FGW111E QUARANTINED (control totals disagree: records "
               data-rec-count " vs " function trim(ctl-count-x)
               ", amount " function trim(amount-edit)
               " vs " function trim(amount-edit-2) ")"
               delimited by size into exception-file-record
        set rsn-control-totals to true
        perform write-exception-line
    end-if.

handle-missing-control-file.
    evaluate ctl-policy
        when "REJECT"
            move "MISSING" to ctl-result
            set control-rejected to true
            add 1 to files-ctl-missing
            move spaces to exception-file-record
            string function trim(it-file)
                   ": FGW112E QUARANTINED (control file "
                   function trim(control-filename)
                   " missing - partner policy REJECT)"
                   delimited by size into exception-file-record
            set rsn-no-control-file to true
            perform write-exception-line
        when "WARN"
            move "MISSING" to ctl-result
            add 1 to files-ctl-missing
            move spaces to exception-file-record
            string function trim(it-file)
                   ": FGW113W WARNING (control file "
                   function trim(control-filename)
                   " missing - totals not verified)"
                   delimited by size into exception-file-record
            set rsn-no-control-file to true
            perform write-exception-line
    end-evaluate.

file-control-file.
    move arrival-batch-no to batch-no-disp
    move spaces to staging-filename
    string function trim(staging-prefix)
           ".b" batch-no-disp ".ctl"
           delimited by size into staging-filename

    move control-filename to arrival-filename
    open input arrival-file
    if arrival-status <> "00"
        exit paragraph
    end-if
    open output staging-file
    read arrival-file
    perform until arrival-status = "10"
        move arrival-record to staging-record
        write staging-record
        read arrival-file
    end-perform
    close arrival-file
    close staging-file

    call "CBL_DELETE_FILE" using control-filename
        returning del-status
    end-call.

record-advance-notice.
    move it-file to arrival-filename
    open input arrival-file
    if arrival-status <> "00"
        move spaces to exception-file-record
        string function trim(it-file)
               ": FGW114E REJECTED (advance notice could not be opened)"
               delimited by size into exception-file-record
        set rsn-no-file to true
        perform write-exception-line
        exit paragraph
    end-if

    accept audit-run-time from time

    open extend notice-register
    if notice-status = "05" or notice-status = "35"
        open output notice-register
    end-if

    read arrival-file
    perform until arrival-status = "10"
        perform record-one-notice-line
        read arrival-file
    end-perform

    close notice-register
    close arrival-file

    move it-file to arrival-filename
    call "CBL_DELETE_FILE" using arrival-filename
        returning del-status
    end-call.

record-one-notice-line.
    if function trim(arrival-record) = spaces
       or arrival-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to nt-date
    move spaces to nt-expected
    unstring arrival-record delimited by " | "
        into nt-date, nt-expected
    end-unstring

    if nt-date(5:1) <> "-"
       or function test-numval(nt-expected) <> 0
        move spaces to exception-file-record
        string function trim(it-file)
               ": FGW115W REJECTED (advance notice line not"
               " <business-date> | <records>)"
               delimited by size into exception-file-record
        set rsn-bad-layout to true
        perform write-exception-line
        exit paragraph
    end-if

    compute notice-expected = function numval(nt-expected)
    add 1 to notices-recorded

    move spaces to notice-record
    string function trim(it-partner) " | "
           nt-date(1:10) " | "
           notice-expected " | "
           today-date-disp " "
           audit-run-time(1:2) ":" audit-run-time(3:2)
           ":" audit-run-time(5:2) " | "
           function trim(it-file)
           delimited by size into notice-record
    write notice-record

    move spaces to report-file-record
    string "notice  " function trim(it-partner)
           "  business date " nt-date(1:10)
           "  expected records " notice-expected
           delimited by size into report-file-record
    perform write-detail-line.

compare-advance-notice.
    move "N" to notice-found-flag

    evaluate true
        when ctl-date(5:1) = "-"
            move ctl-date(1:10) to notice-bus-date
        when env-hdr-date(5:1) = "-"
            move env-hdr-date(1:10) to notice-bus-date
        when other
            move today-date-disp to notice-bus-date
    end-evaluate

    open input notice-register
    if notice-status <> "00"
        exit paragraph
    end-if

    read notice-register
    perform until notice-status = "10"
        move spaces to nt-partner
        move spaces to nt-date
        move spaces to nt-expected
        unstring notice-record delimited by " | "
            into nt-partner, nt-date, nt-expected
        end-unstring
        if nt-partner = it-partner
           and nt-date(1:10) = notice-bus-date
           and function test-numval(nt-expected) = 0
            compute notice-expected = function numval(nt-expected)
            set advance-notice-found to true
        end-if
        read notice-register
    end-perform

    close notice-register.

write-notice-variance-line.
    compute notice-variance = data-rec-count - notice-expected
    move notice-variance to variance-edit
    if notice-expected > 0
        compute variance-pct rounded =
            notice-variance * 100 / notice-expected
    else
        move 0 to variance-pct
    end-if
    move variance-pct to variance-pct-edit

    move spaces to report-file-record
    string "              advance notice for " notice-bus-date
           ": expected " notice-expected
           " received " data-rec-count
           " (" function trim(variance-edit) ", "
           function trim(variance-pct-edit) "%)"
           delimited by size into report-file-record
    perform write-detail-line.

show-usage.
    display "Usage: feed-gateway -g [-s H|W|T] <intake-list-file> "
            "<staging-prefix> <report-file>"
    display "       feed-gateway -o <partner-id> <batch-no> <reason>"
    display "       feed-gateway -r <partner-id> <batch-no> "
            "<staging-prefix> <report-file> <reason>"
    display "  intake list: one arrived file per line,"
    display "  ""<partner-id> <layout> <file>"" (built by the"
    display "  scheduler's directory sweep); layout is NUM, TEXT, or"
    display "  a layout id registered in the data dictionary"
    display "  LAYOUTS.TXT (""<layout> | <field> | <start> | <len> |"
    display "  <N|X> | <Y|N required> | <low> | <high>"", - for no"
    display "  bound; type CD10, CD11 or CD97 makes the field an"
    display "  account number whose LUHN, MOD11 or MOD97 check digit"
    display "  is verified) - registered layouts are checked field by field"
    display "  and failures carry the field name in the reject reason"
    display "  a multi-record-type layout qualifies field lines by"
    display "  record type (""<layout>:<type> | <field> | ...""; an"
    display "  unqualified line applies to every type) and declares"
    display "  ""<layout> | @RECTYPE | <start> | <len>"" (default"
    display "  column 1, length 1), ""@HEADER | <type>"", ""@DETAIL |"
    display "  <type>"" (one per detail type), ""@TRAILER | <type>"""
    display "  and ""@COUNT | <start> | <len>"" (the trailer's detail"
    display "  count); each record is checked against its own type's"
    display "  fields, an undeclared type rejects the record, and a"
    display "  file without exactly one header first and one trailer"
    display "  last, details between, and a trailer count equal to"
    display "  the detail count is quarantined"
    display "  validates each file's records against the declared"
    display "  layout, assigns an arrival batch number (ARRIVALNO.TXT),"
    display "  writes an arrival-register entry (ARRIVALS.TXT), and"
    display "  moves clean files to <staging-prefix>.bNNNNNN.dat -"
    display "  failures are quarantined to <staging-prefix>.QUAR.*"
    display "  with an exception report (RC 4)"
    display "  when the STAGING-KEY control parameter names a key-ring"
    display "  key (KEYRING.TXT), clean files are staged enciphered"
    display "  with that key under a *CIPHHDR* header and the *CIPHTRL*"
    display "  integrity trailer; the reading programs decipher in"
    display "  memory and refuse a file whose trailer does not prove"
    display "  out - an inactive or expired staging key stops the sweep"
    display "  before any arrival is touched (RC 8)"
    display "  every registered arrival also gets a formal outbound"
    display "  acknowledgment envelope <staging-prefix>.ACK.bNNNNNN"
    display "  .dat in the same HDR/TRL format feed-transmit emits"
    display "  (batch number, record count, accepted/rejected counts,"
    display "  verification status) and is logged in the"
    display "  transmission register TRANSLOG.TXT"
    display "  a partner with a profile in PARTPROF.TXT is validated"
    display "  with the profile's intake setting (NUM, TEXT, or its"
    display "  registered LAYOUT), which replaces the intake list"
    display "  layout; the layout may then be left off the intake"
    display "  line (""<partner-id> <file>"")"
    display "  every arrival is fingerprinted (record count, content"
    display "  hash, first and last record) and staged fingerprints"
    display "  are kept per partner in FINGERPR.TXT for the"
    display "  DUP-HISTORY-DAYS control parameter (default 30); a file"
    display "  matching an earlier arrival is quarantined as a"
    display "  suspected duplicate naming the batch it duplicates"
    display "  -o <partner-id> <batch-no> <reason> lets the next"
    display "  resend of that batch through once (DUPOVRD.TXT); the"
    display "  grant and its use are both written to the audit log"
    display "  every staged arrival is packed with archive-compress"
    display "  to ARRARCH.<partner-id>.bNNNNNN.pak and registered in"
    display "  ARRARCH.TXT under retention class ARRIVAL for the"
    display "  ARRIVAL-RETAIN-DAYS control parameter (default 90)"
    display "  -r <partner-id> <batch-no> ... restores that archived"
    display "  batch to <staging-prefix>.REP.bNNNNNN.dat and passes"
    display "  it through the gateway again as a re-presentation of"
    display "  the original batch: a fingerprint match is accepted,"
    display "  control totals stand as verified on the original, and"
    display "  the register entry carries rep=<original batch>; a"
    display "  batch not archived or past its retention is refused"
    display "  (RC 12) - the re-presentation is written to the"
    display "  audit log with its reason"
    display "  a partner control file <file>.ctl sent alongside the"
    display "  data (""<records> | <amount total> | <business-date>"","
    display "  amount - when not sent) is matched to the data file:"
    display "  data records (HDR/TRL excluded) and the signed total"
    display "  of the partner's CTLAMT field (default AMOUNT; the"
    display "  value itself for NUM intake) must agree or the file is"
    display "  quarantined; a missing control file is quarantined or"
    display "  only warned per the partner's CTLMISS setting (REJECT"
    display "  or WARN, default WARN; partners with no profile are"
    display "  not checked) - the control file is kept as"
    display "  <staging-prefix>.bNNNNNN.ctl"
    display "  an intake line ""<partner-id> NOTICE <file>"" records"
    display "  the partner's advance notice (""<business-date> |"
    display "  <expected records>"" lines) in NOTICES.TXT; arrivals"
    display "  for a noticed business date report expected vs actual"
    display "  -s H|W|T (after -g) sets the severity for layout fields"
    display "  marked as key master references (tenth LAYOUTS.TXT"
    display "  column Y, N or a key master table id - Y is the DEFAULT"
    display "  table - looked up in the KEYMASTER-FILE control"
    display "  parameter's key master, where an inactive or"
    display "  not-yet-effective key counts as unknown): W rejects"
    display "  the record and"
    display "  quarantines the file - the default; T sends the record"
    display "  to the SUSPENSE.TXT recycle queue and stages the rest;"
    display "  H quarantines the file, raises an alert and stops the"
    display "  sweep (RC 8); failures are totalled per partner"
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
