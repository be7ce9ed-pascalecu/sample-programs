        organization is line sequential
        file status is data-out-status.

    select register-file assign to dynamic register-filename
        organization is line sequential
        file status is register-status.

    select masterkey-file assign to dynamic masterkey-filename
        organization is line sequential
        file status is masterkey-status.
        organization is line sequential
        file status is pend-work-status.

    select calendar-file assign to dynamic calendar-filename
        organization is line sequential
        file status is calendar-status.

    select freezelog-file assign to dynamic freezelog-filename
        organization is line sequential
        file status is freezelog-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
fd  data-out-file.
01  data-out-record   pic x(500).

fd  register-file.
01  register-record   pic x(500).

fd  masterkey-file.
01  masterkey-record  pic x(100).

fd  pend-work.
01  pend-work-record  pic x(500).

fd  calendar-file.
    copy "calendar-fd.cpy".

fd  freezelog-file.
    copy "freezelog-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "calendar-ws.cpy".
copy "freeze-ws.cpy".
copy "cipher-trailer.cpy".

01 CIPHER-TRAILER-TAG constant as "*CIPHTRL*".
01 CIPHER-HEADER-TAG constant as "*CIPHHDR*".
01 ct-work-count     pic 9(9) value 0.
01 ct-work-checksum  pic 9(9) value 0.
01 ct-byte-idx       pic 9(4) comp.
01 input-text        pic x(500).

01 records-reencrypted pic 9(9) value 0.
01 staged-files-rekeyed pic 9(9) value 0.

01 register-filename pic x(100) value "ARRIVALS.TXT".
01 register-status   pic xx.
01 reg-batch         pic x(12).
01 reg-file          pic x(100).
01 reg-partner       pic x(12).
01 reg-count         pic x(12).
01 reg-status-word   pic x(12).
01 reg-when          pic x(20).
01 reg-staging       pic x(100).
01 rk-hdr-tag        pic x(9).
01 rk-key-id         pic x(20).
01 rk-key-fp-x       pic x(10).
01 old-key-fp        pic 9(9).
01 new-key-fp        pic 9(9).
01 rekey-ok-flag     pic x value 'N'.
   88 rekey-applies  value 'Y'.
01 del-status        binary-long.

01 masterkey-filename pic x(100) value "MASTERKEY.TXT".
    perform validate-args
    perform check-operator-authority
    perform resolve-today

    if mode-add or mode-rotate or mode-approve
        move spaces to freeze-target
        if mode-approve
            string "pending " function trim(pend-arg-id)
                   delimited by size into freeze-target
        else
            move new-key-id to freeze-target
        end-if
        perform check-change-freeze
        if change-refused
            perform refuse-frozen-change
        end-if
        if change-emergency
            display function trim(freeze-message)
        end-if
    end-if

    perform load-master-key

    evaluate true

    perform retire-old-key
    perform add-one-key
    perform reencrypt-staged-files
    perform reencrypt-designated-file

    move spaces to audit-input-value
    string "rotated; re-encrypted "
           records-reencrypted " record(s) in "
           function trim(reencrypt-file)
           "; staged files re-enciphered " staged-files-rekeyed
           delimited by size into audit-result-value.

find-old-key.
    display "Re-encrypted " records-reencrypted
            " record(s) into " function trim(data-out-filename).

reencrypt-staged-files.
    move 0 to staged-files-rekeyed

    move old-key-value to key-work
    perform fingerprint-key-value
    move fp-value to old-key-fp
    move new-key-value to key-work
    perform fingerprint-key-value
    move fp-value to new-key-fp

    open input register-file
    if register-status <> "00"
        exit paragraph
    end-if

    read register-file
    perform until register-status = "10"
        perform parse-register-record
        if reg-status-word = "STAGED" and reg-staging <> spaces
            perform rekey-one-staged-file
        end-if
        read register-file
    end-perform

    close register-file

    display "Re-enciphered " staged-files-rekeyed
            " unprocessed staged file(s) under key "
            function trim(new-key-id).

parse-register-record.
    move spaces to reg-batch
    move spaces to reg-file
    move spaces to reg-partner
    move spaces to reg-count
    move spaces to reg-status-word
    move spaces to reg-when
    move spaces to reg-staging

    if function trim(register-record) = spaces
        exit paragraph
    end-if

    unstring register-record delimited by " | "
        into reg-batch, reg-file, reg-partner, reg-count,
             reg-status-word, reg-when, reg-staging
    end-unstring.

rekey-one-staged-file.
    move reg-staging to data-in-filename
    open input data-in-file
    if data-in-status <> "00"
        exit paragraph
    end-if

    move "N" to rekey-ok-flag
    move spaces to data-in-record
    read data-in-file
    if data-in-status = "00"
        move spaces to rk-hdr-tag
        move spaces to rk-key-id
        move spaces to rk-key-fp-x
        unstring data-in-record delimited by " | "
            into rk-hdr-tag, rk-key-id, rk-key-fp-x
        end-unstring
        if rk-hdr-tag = CIPHER-HEADER-TAG
           and rk-key-id = old-key-id
           and function test-numval(rk-key-fp-x) = 0
           and function numval(rk-key-fp-x) = old-key-fp
            set rekey-applies to true
        end-if
    end-if

    if not rekey-applies
        close data-in-file
        exit paragraph
    end-if

    move spaces to data-out-filename
    string function trim(reg-staging) ".rekey"
           delimited by size into data-out-filename
    open output data-out-file

    move spaces to data-out-record
    string CIPHER-HEADER-TAG " | "
           function trim(new-key-id) " | "
           new-key-fp
           delimited by size into data-out-record
    write data-out-record

    read data-in-file
    perform until data-in-status = "10"
        move data-in-record to input-text
        if input-text(1:9) <> CIPHER-TRAILER-TAG
           and input-text <> spaces
            move old-key-value to key-text
            move "D" to cipher-direction
            perform apply-key-cipher
            move new-key-value to key-text
            move "E" to cipher-direction
            perform apply-key-cipher
        end-if
        move input-text to data-out-record
        write data-out-record
        read data-in-file
    end-perform

    close data-in-file
    close data-out-file

    open input data-out-file
    open output data-in-file
    read data-out-file
    perform until data-out-status = "10"
        move data-out-record to data-in-record
        write data-in-record
        read data-out-file
    end-perform
    close data-out-file
    close data-in-file

    call "CBL_DELETE_FILE" using data-out-filename
        returning del-status
    end-call

    move spaces to input-text
    add 1 to staged-files-rekeyed.

accumulate-plaintext-checksum.
    add 1 to ct-work-count
    compute ct-content-len =
    display "  -r <old-key-id> <new-key-id> <new-key-value>"
    display "  <expires> <file> to queue a rotation that retires a"
    display "  key, registers its successor, and re-encrypts the"
    display "  designated file (output to <file>.rekey); every"
    display "  staged partner file still waiting in the staging area"
    display "  (ARRIVALS.TXT, STAGED) that is enciphered under the old"
    display "  key is re-enciphered under the new key in place"
    display "  sensitive actions (-a/-r) are NOT applied directly:"
    display "  they are queued to KEYPEND.TXT for dual control, and a"
    display "  second, different operator applies them with"
    move 16 to return-code
    stop run.

check-change-freeze.
    move space to freeze-kind
    move spaces to freeze-name
    move spaces to freeze-outcome
    move spaces to freeze-message

    accept freeze-date-8 from date yyyymmdd
    move spaces to freeze-date
    string freeze-date-8(1:4) "-" freeze-date-8(5:2) "-"
           freeze-date-8(7:2)
           delimited by size into freeze-date

    open input calendar-file
    if calendar-status <> "00"
        exit paragraph
    end-if

    read calendar-file
    perform until calendar-status = "10"
        if cal-file-date = freeze-date
            move cal-file-freeze to freeze-kind
            move cal-file-freeze-name to freeze-name
        end-if
        read calendar-file
    end-perform

    close calendar-file

    if not hard-freeze and not soft-freeze
        move space to freeze-kind
        exit paragraph
    end-if

    if freeze-name = spaces
        move "-" to freeze-name
    end-if

    move spaces to freeze-reason
    accept freeze-reason from environment "UTILEMERGENCY"
    inspect freeze-reason replacing all "|" by "/"

    evaluate true
        when hard-freeze
            set change-refused to true
            string "REFUSED: hard change freeze "
                   function trim(freeze-name)
                   " in force on " freeze-date
                   delimited by size into freeze-message
        when freeze-reason = spaces
            set change-refused to true
            string "REFUSED: soft change freeze "
                   function trim(freeze-name)
                   " in force on " freeze-date
                   " - set UTILEMERGENCY to the emergency-change reason"
                   delimited by size into freeze-message
        when other
            set change-emergency to true
            string "EMERGENCY CHANGE in soft freeze "
                   function trim(freeze-name) ": "
                   function trim(freeze-reason)
                   delimited by size into freeze-message
    end-evaluate

    perform write-freeze-log-entry.

write-freeze-log-entry.
    accept audit-run-time from time
    move spaces to freeze-ts
    string freeze-date " "
           audit-run-time(1:2) ":" audit-run-time(3:2) ":"
           audit-run-time(5:2)
           delimited by size into freeze-ts

    if freeze-target = spaces
        move "-" to freeze-target
    end-if
    if freeze-reason = spaces
        move "-" to freeze-reason
    end-if

    open extend freezelog-file
    if freezelog-status = "05" or freezelog-status = "35"
        open output freezelog-file
    end-if

    move spaces to freezelog-record
    string freeze-ts " | "
           function trim(audit-program-id) " | "
           function trim(audit-operator-id) " | "
           function trim(freeze-target) " | "
           freeze-kind " | "
           function trim(freeze-name) " | "
           function trim(freeze-outcome) " | "
           function trim(freeze-reason)
           delimited by size into freezelog-record
    write freezelog-record

    close freezelog-file.

refuse-frozen-change.
    display function trim(freeze-message)
    move freeze-target to audit-input-value
    move freeze-message to audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

check-operator-authority.
    perform resolve-audit-operator

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
