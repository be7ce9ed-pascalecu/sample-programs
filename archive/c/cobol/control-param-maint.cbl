working-storage section.

copy "control-param-ws.cpy".
copy "calendar-fd.cpy".
copy "calendar-ws.cpy".
copy "freeze-ws.cpy".
copy "freezelog-fd.cpy".

01 screen-line        pic x(79).
01 reply-line         pic x(79).
01 ws-change-date     pic x(10).
01 ws-change-time     pic x(8).
01 param-audit-line   pic x(120).
01 param-reject-reason pic x(40).
01 reply-work         pic x(79).

01 param-version-record.
   05 pv-key.
    end-exec

    move spaces to new-value
    move spaces to freeze-reason
    move function trim(reply-line) to reply-work
    unstring reply-work delimited by " / "
        into new-value, freeze-reason
    end-unstring
    inspect freeze-reason replacing all "|" by "/".

update-param.
    if new-value = spaces
            length(79)
            erase
        end-exec
        move "not authorized" to param-reject-reason
        perform write-param-audit-rejected
        exit paragraph
    end-if

    perform check-change-freeze

    if change-refused
        move spaces to screen-line
        move freeze-message to screen-line
        exec cics send text
            from(screen-line)
            length(79)
            erase
        end-exec
        move spaces to param-reject-reason
        if hard-freeze
            move "hard change freeze" to param-reject-reason
        else
            move "soft freeze, no emergency reason"
                to param-reject-reason
        end-if
        perform write-param-audit-rejected
        exit paragraph
    end-if
        timesep(":")
    end-exec.

check-change-freeze.
    move space to freeze-kind
    move spaces to freeze-name
    move spaces to freeze-outcome
    move spaces to freeze-message

    perform format-change-timestamp
    move ws-change-date to freeze-date
    move ws-change-date to cal-lookup-date

    exec cics read
        file("CALENDAR")
        into(calendar-file-record)
        ridfld(cal-lookup-date)
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp = dfhresp(normal)
        move cal-file-freeze to freeze-kind
        move cal-file-freeze-name to freeze-name
    end-if

    if not hard-freeze and not soft-freeze
        move space to freeze-kind
        exit paragraph
    end-if

    if freeze-name = spaces
        move "-" to freeze-name
    end-if

    evaluate true
        when hard-freeze
            set change-refused to true
            string "REFUSED: hard change freeze "
                   function trim(freeze-name)
                   " in force on " freeze-date
                   delimited by size into freeze-message
        when freeze-reason = spaces
            set change-refused to true
            string "REFUSED: soft freeze "
                   function trim(freeze-name)
                   " - enter <value> / <emergency reason>"
                   delimited by size into freeze-message
        when other
            set change-emergency to true
    end-evaluate

    perform write-freeze-log-entry.

write-freeze-log-entry.
    move spaces to freeze-ts
    string ws-change-date " " ws-change-time
           delimited by size into freeze-ts

    move ctlm-selected-id to freeze-target
    if freeze-reason = spaces
        move "-" to freeze-reason
    end-if

    move spaces to freezelog-record
    string freeze-ts " | control-param-maint | "
           function trim(ws-user-id) " | "
           function trim(freeze-target) " | "
           freeze-kind " | "
           function trim(freeze-name) " | "
           function trim(freeze-outcome) " | "
           function trim(freeze-reason)
           delimited by size into freezelog-record

    exec cics writeq td
        queue("CFRZ")
        from(freezelog-record)
        length(300)
    end-exec.

write-param-audit-change.
    perform format-change-timestamp

    string function trim(ws-user-id) " | "
           ws-change-date " " ws-change-time " | "
           function trim(ctlm-selected-id) " | REJECTED="
           function trim(param-reject-reason)
           delimited by size into param-audit-line

    exec cics writeq td
