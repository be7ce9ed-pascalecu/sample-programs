        organization is line sequential
        file status is snapshot-status.

    select msgcat-file assign to dynamic msgcat-filename
        organization is line sequential
        file status is msgcat-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
fd  snapshot-file.
01  snapshot-record   pic x(550).

fd  msgcat-file.
    copy "msgcat-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "msgcat-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
    move "snapshot-format" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform load-message-catalog
    perform format-snapshot
    move snapshot-filename to audit-input-value
    move spaces to audit-result-value
        when "reason"
            display "Reason:           "
                    function trim(snap-value)
        when "message"
            perform show-message-runbook
        when "file-status"
            display "File status:      "
                    function trim(snap-value)
                    function trim(snap-value)
    end-evaluate.

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

show-message-runbook.
    move snap-value to mc-probe-text
    perform find-message-id-in-text
    if mc-lookup-id = spaces
        display "Message id:       "
                function trim(snap-value)
        exit paragraph
    end-if

    if not msgcat-was-found
        display "Message id:       " mc-lookup-id
                " (not in message catalog MSGCAT.TXT)"
        exit paragraph
    end-if

    display "Message id:       " mc-lookup-id
            "  severity " mc-severity(mc-found-idx)
    display "Explanation:      "
            function trim(mc-explain(mc-found-idx))
    if mc-response(mc-found-idx) = spaces
        display "Operator response: no runbook text in MSGCAT.TXT"
                " - refer to the owning team"
    else
        display "Operator response: "
                function trim(mc-response(mc-found-idx))
    end-if.

show-usage.
    display "Usage: snapshot-format -p <snapshot-file>"
    display "  prints a readable post-mortem from the structured"
    display "  failure snapshot (SNAPSHOT.<program-id>.TXT) a batch"
    display "  program writes on a fatal file-status: program, run"
    display "  number, failing paragraph, file status, counters, and"
    display "  the last input record read, with the message id's"
    display "  explanation and approved operator response from the"
    display "  message catalog MSGCAT.TXT"
    move 16 to return-code
    stop run.

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
