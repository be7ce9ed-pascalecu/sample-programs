identification division.
program-id. key-master-inquiry.

environment division.

data division.
working-storage section.

01 screen-line        pic x(79).
01 reply-line         pic x(79).
01 reply-len          pic s9(8) comp.
01 reply-work         pic x(79).

01 ws-cics-resp       pic s9(8) comp.

01 task-ending-flag   pic x value 'N'.
   88 task-ending      value 'Y'.

01 browse-started-flag pic x value 'N'.
   88 browse-started   value 'Y'.

01 ws-user-id         pic x(8).
01 ws-abs-time        pic s9(15) comp-3.
01 ws-change-date     pic x(10).
01 ws-change-time     pic x(8).
01 ws-change-stamp    pic x(19).

copy "keymaster-fd.cpy".
copy "calendar-fd.cpy".
copy "calendar-ws.cpy".
copy "freeze-ws.cpy".
copy "freezelog-fd.cpy".

01 km-hold-key        pic s9(9).
01 km-key-disp        pic ---------9.
01 km-new-disp        pic ---------9.

01 command-word       pic x(10).
01 key-word           pic x(20).
01 new-word           pic x(20).
01 cmd-key-num        pic s9(9).
01 cmd-new-num        pic s9(9).

01 KMI-PAGE-SIZE      constant as 15.
01 page-count         pic s9(4) comp.
01 page-idx           pic s9(4) comp.
01 page-table.
   05 page-entry      occurs 15 times.
      10 page-key     pic s9(9).
      10 page-state   pic x(1).
      10 page-desc    pic x(40).
01 page-hold          pic x(50).
01 at-end-flag        pic x value 'N'.
   88 at-end-of-file   value 'Y'.
01 skip-last-flag     pic x value 'N'.
   88 skip-last-key    value 'Y'.

01 operauth-line      pic x(250).
01 operauth-key       pic x(20).
01 oa-operator        pic x(20).
01 oa-programs        pic x(200).
01 oa-rec-level       pic x(4).
01 oa-token           pic x(30).
01 oa-ptr             binary-long.
01 auth-program       pic x(30).
01 auth-ok-flag       pic x value 'N'.
   88 user-authorized  value 'Y'.

01 jr-action          pic x.
01 jr-before          pic s9(9).
01 jr-after           pic s9(9).
01 jr-before-disp     pic ---------9.
01 jr-after-disp      pic ---------9.
01 jr-prior.
   05 jr-prior-desc   pic x(40).
   05 jr-prior-state  pic x(1).
   05 jr-prior-from   pic x(10).
   05 jr-prior-to     pic x(10).
01 jr-now.
   05 jr-now-desc     pic x(40).
   05 jr-now-state    pic x(1).
   05 jr-now-from     pic x(10).
   05 jr-now-to       pic x(10).
01 journal-line       pic x(400).

01 audit-input-text   pic x(100).
01 audit-result-text  pic x(100).
01 audit-line         pic x(400).

01 kmi-commarea.
   05 kmi-state          pic x(1).
      88 kmi-state-menu     value "M".
      88 kmi-state-browse   value "B".
   05 kmi-first-key      pic s9(9).
   05 kmi-last-key       pic s9(9).
   05 kmi-table          pic x(8).

01 kmi-commarea-len   pic s9(8) comp.

linkage section.
01 dfhcommarea        pic x(27).

procedure division.

main.
    if eibcalen = 0
        move -999999999 to kmi-first-key
        move -999999999 to kmi-last-key
        move "DEFAULT" to kmi-table
        perform send-key-menu
    else
        move dfhcommarea to kmi-commarea
        perform receive-key-command
    end-if

    if not task-ending
        perform return-to-cics
    end-if.

send-key-menu.
    move spaces to screen-line
    string "KEY MASTER " function trim(kmi-table)
           " - T <table>, B <key>, F, P, I, A, D <key>, C <key> <new>, END"
           delimited by size into screen-line

    exec cics send text
        from(screen-line)
        length(79)
        erase
        accum
    end-exec

    exec cics send page
    end-exec

    set kmi-state-menu to true.

send-command-help.
    move spaces to screen-line
    move "Commands: B <key> browse from key, F next page, P prior page,"
        to screen-line
    exec cics send text
        from(screen-line)
        length(79)
        erase
        accum
    end-exec
    move spaces to screen-line
    move "  I <key> inquire, A <key> add, D <key> delete, C <key> <new> change"
        to screen-line
    exec cics send text
        from(screen-line)
        length(79)
        accum
    end-exec
    move spaces to screen-line
    move "  in a soft change freeze end A, D or C with / <emergency reason>"
        to screen-line
    exec cics send text
        from(screen-line)
        length(79)
        accum
    end-exec
    move spaces to screen-line
    string "  T <table> works on another key master table (now "
           function trim(kmi-table) ")"
           delimited by size into screen-line
    exec cics send text
        from(screen-line)
        length(79)
        accum
    end-exec
    exec cics send page
    end-exec.

receive-key-command.
    move spaces to reply-line
    move 79 to reply-len

    exec cics receive
        into(reply-line)
        length(reply-len)
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp not = dfhresp(normal)
        perform send-key-menu
        exit paragraph
    end-if

    if function trim(reply-line) = "END"
       or function trim(reply-line) = "end"
        set task-ending to true
        exec cics return
        end-exec
        exit paragraph
    end-if

    move spaces to reply-work
    move spaces to freeze-reason
    unstring reply-line delimited by " / "
        into reply-work, freeze-reason
    end-unstring
    inspect freeze-reason replacing all "|" by "/"

    move spaces to command-word
    move spaces to key-word
    move spaces to new-word
    unstring reply-work
        delimited by all space
        into command-word, key-word, new-word
    end-unstring

    move function upper-case(command-word) to command-word

    evaluate true
        when command-word = "T"
            if key-word = spaces or key-word(9:) <> spaces
                perform send-command-help
                exit paragraph
            end-if
        when command-word = "F" or command-word = "P"
            if not kmi-state-browse
                perform send-command-help
                exit paragraph
            end-if
        when other
            if key-word = spaces
               or function test-numval(key-word) <> 0
                perform send-command-help
                exit paragraph
            end-if
            compute cmd-key-num = function numval(key-word)
    end-evaluate

    evaluate command-word
        when "T"
            move "key-master-inquiry" to auth-program
            perform check-operator-rights
            if user-authorized
                move function upper-case(key-word) to kmi-table
                move -999999999 to kmi-first-key
                move -999999999 to kmi-last-key
                perform send-key-menu
            end-if
        when "B"
            move "key-master-inquiry" to auth-program
            perform check-operator-rights
            if user-authorized
                move cmd-key-num to kmi-first-key
                perform browse-forward
            end-if
        when "F"
            move "key-master-inquiry" to auth-program
            perform check-operator-rights
            if user-authorized
                perform browse-forward-after
            end-if
        when "P"
            move "key-master-inquiry" to auth-program
            perform check-operator-rights
            if user-authorized
                perform browse-backward
            end-if
        when "I"
            move "key-master-inquiry" to auth-program
            perform check-operator-rights
            if user-authorized
                perform inquire-one-key
            end-if
        when "A"
            move "key-master-maint" to auth-program
            perform check-operator-rights
            if user-authorized
                perform add-one-key
            end-if
        when "D"
            move "key-master-maint" to auth-program
            perform check-operator-rights
            if user-authorized
                perform delete-one-key
            end-if
        when "C"
            if new-word = spaces
               or function test-numval(new-word) <> 0
                perform send-command-help
                exit paragraph
            end-if
            compute cmd-new-num = function numval(new-word)
            move "key-master-maint" to auth-program
            perform check-operator-rights
            if user-authorized
                perform change-one-key
            end-if
        when other
            perform send-command-help
    end-evaluate.

check-operator-rights.
    move "N" to auth-ok-flag
    move spaces to ws-user-id

    exec cics assign
        userid(ws-user-id)
    end-exec

    move low-values to operauth-key
    move "N" to browse-started-flag

    exec cics startbr
        file("OPERAUTH")
        ridfld(operauth-key)
        gteq
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp = dfhresp(normal)
        set browse-started to true
    end-if

    perform until ws-cics-resp not = dfhresp(normal)
            or user-authorized
        exec cics readnext
            file("OPERAUTH")
            into(operauth-line)
            ridfld(operauth-key)
            resp(ws-cics-resp)
        end-exec

        if ws-cics-resp = dfhresp(normal)
            perform scan-one-operauth-line
        end-if
    end-perform

    if browse-started
        exec cics endbr
            file("OPERAUTH")
        end-exec
    end-if

    if user-authorized
        exit paragraph
    end-if

    move spaces to screen-line
    string function trim(ws-user-id)
           " is not authorized to run "
           function trim(auth-program)
           " (OPERAUTH.TXT)"
           delimited by size into screen-line
    exec cics send text
        from(screen-line)
        length(79)
        erase
    end-exec

    move spaces to audit-input-text
    move "OPERAUTH.TXT" to audit-input-text
    move spaces to audit-result-text
    string "AUTH DENIED for oper " function trim(ws-user-id)
           " (" function trim(command-word) " "
           function trim(key-word) ")"
           delimited by size into audit-result-text
    perform write-audit-line.

scan-one-operauth-line.
    if function trim(operauth-line) = spaces
       or operauth-line(1:1) = "*"
        exit paragraph
    end-if

    move spaces to oa-operator
    move spaces to oa-programs
    move spaces to oa-rec-level

    unstring operauth-line delimited by " | "
        into oa-operator, oa-programs, oa-rec-level
    end-unstring

    if oa-operator <> ws-user-id
        exit paragraph
    end-if

    if oa-programs = "ALL"
        set user-authorized to true
        exit paragraph
    end-if

    move 1 to oa-ptr
    perform until user-authorized
            or oa-ptr > length of oa-programs
            or oa-programs(oa-ptr:) = spaces
        move spaces to oa-token
        unstring oa-programs
            delimited by all ","
            into oa-token
            with pointer oa-ptr
        end-unstring
        if oa-token = auth-program
            set user-authorized to true
        end-if
        if auth-program = "key-master-inquiry"
           and oa-token = "key-master-maint"
            set user-authorized to true
        end-if
    end-perform.

browse-forward.
    move kmi-table to key-file-table
    move kmi-first-key to key-file-num
    perform start-key-browse
    perform read-page-forward
    perform show-key-page.

browse-forward-after.
    move kmi-table to key-file-table
    move kmi-last-key to key-file-num
    perform start-key-browse
    set skip-last-key to true
    perform read-page-forward
    perform show-key-page.

browse-backward.
    move kmi-table to key-file-table
    move kmi-first-key to key-file-num
    perform start-key-browse
    move 0 to page-count
    move "N" to at-end-flag

    if browse-started
        perform until page-count >= KMI-PAGE-SIZE
                or at-end-of-file
            exec cics readprev
                file("KEYMSTR")
                into(key-file-record)
                ridfld(key-file-key)
                resp(ws-cics-resp)
            end-exec
            evaluate true
                when ws-cics-resp not = dfhresp(normal)
                    set at-end-of-file to true
                when key-file-table <> kmi-table
                    set at-end-of-file to true
                when key-file-num < kmi-first-key
                    add 1 to page-count
                    perform save-page-entry
            end-evaluate
        end-perform
        perform end-key-browse
    end-if

    perform reverse-page-table
    perform show-key-page.

start-key-browse.
    move "N" to browse-started-flag

    exec cics startbr
        file("KEYMSTR")
        ridfld(key-file-key)
        gteq
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp = dfhresp(normal)
        set browse-started to true
    end-if.

end-key-browse.
    if browse-started
        exec cics endbr
            file("KEYMSTR")
        end-exec
        move "N" to browse-started-flag
    end-if.

read-page-forward.
    move 0 to page-count
    move "N" to at-end-flag

    if not browse-started
        exit paragraph
    end-if

    perform until page-count >= KMI-PAGE-SIZE
            or at-end-of-file
        exec cics readnext
            file("KEYMSTR")
            into(key-file-record)
            ridfld(key-file-key)
            resp(ws-cics-resp)
        end-exec
        evaluate true
            when ws-cics-resp not = dfhresp(normal)
                set at-end-of-file to true
            when key-file-table <> kmi-table
                set at-end-of-file to true
            when skip-last-key and key-file-num = kmi-last-key
                continue
            when other
                add 1 to page-count
                perform save-page-entry
        end-evaluate
    end-perform

    move "N" to skip-last-flag
    perform end-key-browse.

save-page-entry.
    move key-file-num to page-key(page-count)
    move key-file-state to page-state(page-count)
    move key-file-desc to page-desc(page-count).

reverse-page-table.
    move 1 to page-idx
    perform until page-idx >= page-count - page-idx + 1
        move page-entry(page-idx) to page-hold
        move page-entry(page-count - page-idx + 1)
            to page-entry(page-idx)
        move page-hold to page-entry(page-count - page-idx + 1)
        add 1 to page-idx
    end-perform.

show-key-page.
    move spaces to screen-line
    string "KEY MASTER BROWSE " function trim(kmi-table)
           " - F next page, P prior page, or any command"
           delimited by size into screen-line
    exec cics send text
        from(screen-line)
        length(79)
        erase
        accum
    end-exec

    if page-count = 0
        move spaces to screen-line
        move "  no keys on this table in that direction" to screen-line
        exec cics send text
            from(screen-line)
            length(79)
            accum
        end-exec
    else
        move page-key(1) to kmi-first-key
        move page-key(page-count) to kmi-last-key
        perform varying page-idx from 1 by 1
                until page-idx > page-count
            move page-key(page-idx) to km-key-disp
            move spaces to screen-line
            string "  " km-key-disp "  " page-state(page-idx)
                   "  " page-desc(page-idx)
                   delimited by size into screen-line
            exec cics send text
                from(screen-line)
                length(79)
                accum
            end-exec
        end-perform
    end-if

    exec cics send page
    end-exec

    set kmi-state-browse to true.

inquire-one-key.
    move kmi-table to key-file-table
    move cmd-key-num to key-file-num
    move cmd-key-num to km-key-disp

    exec cics read
        file("KEYMSTR")
        into(key-file-record)
        ridfld(key-file-key)
        resp(ws-cics-resp)
    end-exec

    move spaces to screen-line
    if ws-cics-resp = dfhresp(normal)
        perform format-change-timestamp
        if key-file-inactive
           or (key-file-eff-from <> spaces
               and key-file-eff-from > ws-change-date)
           or (key-file-eff-to <> spaces
               and key-file-eff-to < ws-change-date)
            string "Key " function trim(km-key-disp) " ("
                   function trim(kmi-table) ") is ON but NOT IN EFFECT: "
                   key-file-state " " key-file-eff-from ".." key-file-eff-to
                   delimited by size into screen-line
        else
            string "Key " function trim(km-key-disp) " ("
                   function trim(kmi-table) ") is ON: "
                   function trim(key-file-desc)
                   delimited by size into screen-line
        end-if
    else
        string "Key " function trim(km-key-disp)
               " is NOT on key master table " function trim(kmi-table)
               delimited by size into screen-line
    end-if
    perform send-result-line.

add-one-key.
    move cmd-key-num to km-key-disp
    perform check-change-freeze
    if change-refused
        move spaces to screen-line
        move freeze-message to screen-line
        perform audit-rejected-change
        perform send-result-line
        exit paragraph
    end-if

    move kmi-table to key-file-table
    move cmd-key-num to key-file-num
    move spaces to key-file-desc
    move "A" to key-file-state
    move spaces to key-file-eff-from
    move spaces to key-file-eff-to
    move spaces to jr-prior
    move spaces to jr-now
    move "A" to jr-now-state

    exec cics write
        file("KEYMSTR")
        from(key-file-record)
        ridfld(key-file-key)
        resp(ws-cics-resp)
    end-exec

    move spaces to screen-line
    if ws-cics-resp = dfhresp(normal)
        move "A" to jr-action
        move 0 to jr-before
        move cmd-key-num to jr-after
        perform journal-online-change
        string "Key " function trim(km-key-disp) " added"
               delimited by size into screen-line
    else
        string "Key " function trim(km-key-disp)
               " REJECTED (key already on master)"
               delimited by size into screen-line
        perform audit-rejected-change
    end-if
    perform send-result-line.

delete-one-key.
    move cmd-key-num to km-key-disp
    perform check-change-freeze
    if change-refused
        move spaces to screen-line
        move freeze-message to screen-line
        perform audit-rejected-change
        perform send-result-line
        exit paragraph
    end-if

    move kmi-table to key-file-table
    move cmd-key-num to key-file-num
    move spaces to jr-prior
    move spaces to jr-now

    exec cics read
        file("KEYMSTR")
        into(key-file-record)
        ridfld(key-file-key)
        update
        resp(ws-cics-resp)
    end-exec
    if ws-cics-resp = dfhresp(normal)
        perform save-prior-attributes
        exec cics delete
            file("KEYMSTR")
            resp(ws-cics-resp)
        end-exec
    end-if

    move spaces to screen-line
    if ws-cics-resp = dfhresp(normal)
        move "D" to jr-action
        move cmd-key-num to jr-before
        move 0 to jr-after
        perform journal-online-change
        string "Key " function trim(km-key-disp) " deleted"
               delimited by size into screen-line
    else
        string "Key " function trim(km-key-disp)
               " REJECTED (key not on master)"
               delimited by size into screen-line
        perform audit-rejected-change
    end-if
    perform send-result-line.

change-one-key.
    move cmd-key-num to km-key-disp
    move cmd-new-num to km-new-disp
    perform check-change-freeze
    if change-refused
        move spaces to screen-line
        move freeze-message to screen-line
        perform audit-rejected-change
        perform send-result-line
        exit paragraph
    end-if

    move spaces to screen-line

    move kmi-table to key-file-table
    move cmd-new-num to key-file-num
    exec cics read
        file("KEYMSTR")
        into(key-file-record)
        ridfld(key-file-key)
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp = dfhresp(normal)
        string "Key " function trim(km-new-disp)
               " REJECTED (key already on master)"
               delimited by size into screen-line
        perform audit-rejected-change
        perform send-result-line
        exit paragraph
    end-if

    move cmd-key-num to key-file-num
    exec cics read
        file("KEYMSTR")
        into(key-file-record)
        ridfld(key-file-key)
        update
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp = dfhresp(normal)
        perform save-prior-attributes
        move jr-prior to jr-now
        exec cics delete
            file("KEYMSTR")
            resp(ws-cics-resp)
        end-exec
    end-if

    if ws-cics-resp not = dfhresp(normal)
        string "Key " function trim(km-key-disp)
               " REJECTED (key not on master)"
               delimited by size into screen-line
        perform audit-rejected-change
        perform send-result-line
        exit paragraph
    end-if

    move cmd-new-num to key-file-num
    exec cics write
        file("KEYMSTR")
        from(key-file-record)
        ridfld(key-file-key)
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp = dfhresp(normal)
        move "C" to jr-action
        move cmd-key-num to jr-before
        move cmd-new-num to jr-after
        perform journal-online-change
        string "Key " function trim(km-key-disp) " changed to "
               function trim(km-new-disp)
               delimited by size into screen-line
    else
        exec cics syncpoint rollback
        end-exec
        string "Key " function trim(km-key-disp)
               " REJECTED (change could not be written)"
               delimited by size into screen-line
        perform audit-rejected-change
    end-if
    perform send-result-line.

send-result-line.
    exec cics send text
        from(screen-line)
        length(79)
        erase
    end-exec
    set kmi-state-menu to true.

format-change-timestamp.
    exec cics asktime
        abstime(ws-abs-time)
    end-exec

    exec cics formattime
        abstime(ws-abs-time)
        yyyymmdd(ws-change-date)
        datesep("-")
        time(ws-change-time)
        timesep(":")
    end-exec

    move spaces to ws-change-stamp
    string ws-change-date " " ws-change-time
           delimited by size into ws-change-stamp.

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
                   " - add / <emergency reason>"
                   delimited by size into freeze-message
        when other
            set change-emergency to true
    end-evaluate

    perform write-freeze-log-entry.

write-freeze-log-entry.
    move spaces to freeze-ts
    string ws-change-date " " ws-change-time
           delimited by size into freeze-ts

    move spaces to freeze-target
    string "KEYMSTR " function trim(kmi-table) " "
           function trim(command-word) " "
           function trim(km-key-disp)
           delimited by size into freeze-target
    if freeze-reason = spaces
        move "-" to freeze-reason
    end-if

    move spaces to freezelog-record
    string freeze-ts " | key-master-inquiry | "
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

save-prior-attributes.
    move key-file-desc to jr-prior-desc
    move key-file-state to jr-prior-state
    move key-file-eff-from to jr-prior-from
    move key-file-eff-to to jr-prior-to.

journal-online-change.
    perform format-change-timestamp

    move jr-before to jr-before-disp
    move jr-after to jr-after-disp

    move spaces to journal-line
    string ws-change-stamp " | run=0000 | "
           function trim(ws-user-id) " | "
           jr-action " | before="
           function trim(jr-before-disp) " | after="
           function trim(jr-after-disp) " | table="
           function trim(kmi-table) " | desc="
           function trim(jr-now-desc) " | state="
           jr-now-state " | from="
           jr-now-from " | to="
           jr-now-to " | prior-desc="
           function trim(jr-prior-desc) " | prior-state="
           jr-prior-state " | prior-from="
           jr-prior-from " | prior-to="
           jr-prior-to
           delimited by size into journal-line

    exec cics writeq td
        queue("KJRN")
        from(journal-line)
        length(400)
    end-exec

    move spaces to audit-input-text
    string "online " jr-action " " function trim(kmi-table) " "
           function trim(key-word)
           delimited by size into audit-input-text
    move spaces to audit-result-text
    string "key master " jr-action " applied: before="
           function trim(jr-before-disp) " after="
           function trim(jr-after-disp)
           delimited by size into audit-result-text
    perform write-audit-line.

audit-rejected-change.
    move spaces to audit-input-text
    string "online " function trim(command-word) " "
           function trim(key-word) " " function trim(new-word)
           delimited by size into audit-input-text
    move spaces to audit-result-text
    move screen-line to audit-result-text
    perform write-audit-line.

write-audit-line.
    perform format-change-timestamp

    move spaces to audit-line
    string "key-master-inquiry | "
           ws-change-stamp " | "
           function trim(audit-input-text) " | "
           function trim(audit-result-text) " | oper="
           function trim(ws-user-id) " | run=0000 | unit=- | win=ONLINE"
           " | bus=" ws-change-date
           delimited by size into audit-line

    exec cics writeq td
        queue("KAUD")
        from(audit-line)
        length(400)
    end-exec.

return-to-cics.
    move kmi-commarea to dfhcommarea

    exec cics return
        transid("KEYM")
        commarea(dfhcommarea)
        length(27)
    end-exec.
