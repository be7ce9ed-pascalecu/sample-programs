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

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "cipher-trailer.cpy".
copy "staged-ws.cpy".
01 resubmit-filename pic x(100).
01 resubmit-status   pic xx.
01 resubmitted-count pic 9(9) value 0.
   88 stop-requested value 'Y'.
copy "report-header-ws.cpy".
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "extract-ws.cpy".
copy "run-summary-ws.cpy".
copy "trendmstr-ix-ws.cpy".
    move arg-val(3) to report-filename.

run-batch-mode.
    move function current-date to rsum-start-stamp
    perform resolve-report-generation

    perform verify-input-envelope

    perform resume-from-checkpoint

    perform read-in-file
    perform until in-file-status <> "00"
            or stop-requested
        add 1 to records-read
        if function mod(checkpoint-rec-num, CHECKPOINT-INTERVAL) = 0
            perform write-checkpoint
        end-if
        perform read-in-file
    end-perform

    if in-file-status <> "10" and not stop-requested
    close trend-master.

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
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
    perform varying ckpt-skip-idx from 1 by 1
            until ckpt-skip-idx > checkpoint-rec-num
                or in-file-status = "10"
        perform read-in-file
    end-perform.

write-checkpoint.
       or in-file-record(1:8) = HANDOFF-TRL-TAG
        add 1 to blank-count
        move spaces to exception-file-record
        move "(handoff control record): EVO101I SKIPPED"
            to exception-file-record
        set rsn-control-record to true
        perform write-exception-line
        exit paragraph
    end-if

    if function trim(in-file-record) = spaces
        add 1 to blank-count
        move spaces to exception-file-record
        move "(blank line): EVO102I SKIPPED" to exception-file-record
        set rsn-blank-line to true
        perform write-exception-line
        exit paragraph
    end-if
    if function test-numval(in-file-record) <> 0
        add 1 to rejected-count
        string function trim(in-file-record)
               ": EVO103W REJECTED (not numeric)"
               delimited by size into report-file-record
        perform write-detail-line
        move report-file-record to exception-file-record
        set rsn-not-numeric to true
        perform write-exception-line
        perform log-exception-master
        if severity-halt
    perform write-extract-record.

run-validate-only-mode.
    move function current-date to rsum-start-stamp

    open input in-file
    if in-file-status <> "00"
    move "EVEN-ODD PRE-FLIGHT VALIDATION" to rpt-program-title
    perform init-report-header

    perform read-in-file
    perform until in-file-status = "10"
        add 1 to records-read
        perform validate-one-record
        perform read-in-file
    end-perform

    close in-file
    if function trim(in-file-record) = spaces
        add 1 to blank-count
        move spaces to exception-file-record
        move "(blank line): EVO102I SKIPPED" to exception-file-record
        set rsn-blank-line to true
        perform write-exception-line
        exit paragraph
    end-if
        add 1 to invalid-count
        move spaces to report-file-record
        string function trim(in-file-record)
               ": EVO104W INVALID (not numeric)"
               delimited by size into report-file-record
        perform write-detail-line
        move report-file-record to exception-file-record
        set rsn-not-numeric to true
        perform write-exception-line
        exit paragraph
    end-if

halt-on-reject.
    move "HALT" to alert-severity
    move "EVO201S" to alert-msg-id
    move spaces to alert-message
    string "severity-halt reject in "
           function trim(in-filename)
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
           function trim(audit-timestamp-disp) " | run="
           audit-run-id " | "
           function trim(alert-severity) " | "
           alert-msg-id " "
           function trim(alert-message)
           delimited by size into alert-file-record
    write alert-file-record
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date

    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           severity-mode " | "
           function trim(in-file-record) " | OPEN | "
           function trim(audit-operator-id) " | "
           audit-timestamp-disp " |  | "
           exception-reason
           delimited by size into excpmstr-record
    write excpmstr-record

           delimited by size into report-filename

    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to rcat-date-8

    open extend reportcat-file
    if reportcat-status = "05" or reportcat-status = "35"
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

    move records-read to snap-counter-1
    move checkpoint-rec-num to snap-counter-2
    move "fatal file status on batch input" to snap-reason
    move "EVO301S" to snap-msg-id
    perform write-failure-snapshot

    display "FATAL: file status " snap-file-status
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
        exit paragraph
    end-if

    perform read-in-file
    if in-file-status <> "00"
        close in-file
        exit paragraph

    move "Y" to ho-hdr-seen

    perform read-in-file
    perform until in-file-status = "10"
        evaluate true
            when in-file-record(1:8) = HANDOFF-TRL-TAG
                move in-file-record to ho-line
                perform hash-handoff-record
        end-evaluate
        perform read-in-file
    end-perform

    close in-file
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
