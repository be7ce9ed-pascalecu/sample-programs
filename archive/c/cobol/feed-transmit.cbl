        organization is line sequential
        file status is translog-status.

    select partprof-file assign to dynamic partprof-filename
        organization is line sequential
        file status is partprof-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.
fd  translog-file.
01  translog-record   pic x(200).

fd  partprof-file.
    copy "partprof-fd.cpy".

fd  operauth-file.
    copy "operauth-fd.cpy".

01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "partprof-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
    move "feed-transmit" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform resolve-feed-business-date
    perform wrap-extract-file
    perform write-transmission-log

    end-if

    move arg-val(2) to feed-id
    if arg-val(2)(1:8) = "PARTNER="
        perform resolve-partner-feed-id
    end-if
    move arg-val(3) to extract-in-filename
    move arg-val(4) to envelope-filename

        perform show-usage
    end-if.

resolve-partner-feed-id.
    move arg-val(2)(9:) to partprof-lookup-id
    perform find-partner-profile

    if not partprof-was-found
       or pp-feed-id = spaces or pp-feed-id = "-"
        display "Partner " function trim(partprof-lookup-id)
                " has no FEED setting in the partner profile"
                " master " function trim(partprof-filename)
        move 16 to return-code
        stop run
    end-if

    move pp-feed-id to feed-id.

resolve-feed-business-date.
    perform resolve-business-date
    move audit-business-date to business-date-8
    move spaces to business-date-disp
    string business-date-8(1:4) "-" business-date-8(5:2) "-"
           business-date-8(7:2)

    close translog-file.

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

show-usage.
    display "Usage: feed-transmit -t <feed-id> <extract-file> "
            "<envelope-file>"
    display "  attempt 1) for acknowledgment matching by"
    display "  feed-ack-match and the retransmission lifecycle"
    display "  driven by feed-retransmit"
    display "  the feed id may be given as PARTNER=<partner-id> to"
    display "  use the FEED setting in the partner's profile"
    display "  (PARTPROF.TXT)"
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
