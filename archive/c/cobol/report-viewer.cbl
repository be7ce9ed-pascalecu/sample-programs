identification division.
program-id. report-viewer.

environment division.

data division.
working-storage section.

01 screen-line        pic x(79).
01 reply-line         pic x(79).
01 reply-len          pic s9(8) comp.

01 ws-cics-resp       pic s9(8) comp.

01 task-ending-flag   pic x value 'N'.
   88 task-ending      value 'Y'.

01 browse-started-flag pic x value 'N'.
   88 browse-started   value 'Y'.

01 ws-user-id         pic x(8).
01 ws-abs-time        pic s9(15) comp-3.
01 ws-view-date       pic x(10).
01 ws-view-time       pic x(8).
01 ws-view-stamp      pic x(19).

copy "rptindex-ix.cpy".
copy "rptpages-ix.cpy".

01 command-word       pic x(10).
01 arg-word-1         pic x(60).
01 arg-word-2         pic x(20).

01 RVW-LINES-SHOWN    constant as 18.
01 shown-count        pic s9(4) comp.
01 view-line          pic x(160).
01 view-line-no       pic 9(5).
01 page-disp          pic zzzz9.
01 max-page-disp      pic zzzz9.
01 gen-disp           pic zzz9.
01 col-disp           pic zz9.
01 search-key         pic x(30).
01 found-page         pic 9(5).
01 found-flag         pic x value 'N'.
   88 entry-found      value 'Y'.
01 want-base          pic x(60).
01 want-gen           pic 9(4).
01 hold-index-key     pic x(69).

01 operauth-line      pic x(250).
01 operauth-key       pic x(20).
01 oa-operator        pic x(20).
01 oa-programs        pic x(200).
01 oa-rec-level       pic x(4).
01 oa-token           pic x(30).
01 oa-ptr             binary-long.
01 auth-ok-flag       pic x value 'N'.
   88 user-authorized  value 'Y'.

01 recipmask-line     pic x(120).
01 recipmask-key      pic x(20).
01 MAX-MASK-RULES     constant as 20.
01 rm-count           binary-long value 0.
01 rm-table.
   05 rm-entry        occurs 20 times.
      10 rm-start     pic 9(4).
      10 rm-len       pic 9(4).
      10 rm-style     pic x.
01 rm-idx             binary-long.
01 rm-recip-x         pic x(20).
01 rm-start-x         pic x(6).
01 rm-len-x           pic x(6).
01 rm-style-x         pic x(4).
01 mask-span          pic 9(4).
01 star-fill          pic x(160) value all "*".

01 audit-input-text   pic x(100).
01 audit-result-text  pic x(100).
01 audit-line         pic x(400).

01 rvw-commarea.
   05 rvw-state          pic x(1).
      88 rvw-state-menu     value "M".
      88 rvw-state-view     value "V".
   05 rvw-base           pic x(60).
   05 rvw-gen            pic 9(4).
   05 rvw-page           pic 9(5).
   05 rvw-max-page       pic 9(5).
   05 rvw-top-line       pic 9(5).
   05 rvw-col            pic 9(3).
   05 rvw-masked         pic x(1).
      88 rvw-view-masked    value "Y".

linkage section.
01 dfhcommarea        pic x(84).

procedure division.

main.
    if eibcalen = 0
        move spaces to rvw-commarea
        perform send-viewer-menu
    else
        move dfhcommarea to rvw-commarea
        perform receive-viewer-command
    end-if

    if not task-ending
        perform return-to-cics
    end-if.

send-viewer-menu.
    move spaces to screen-line
    move "REPORT VIEWER - R <report> [gen], G <page>, K <key>, F, P, C <col>, END"
        to screen-line

    exec cics send text
        from(screen-line)
        length(79)
        erase
        accum
    end-exec

    exec cics send page
    end-exec

    set rvw-state-menu to true.

send-command-help.
    move spaces to screen-line
    move "Commands: R <report> [gen] open a catalogued report (latest gen),"
        to screen-line
    exec cics send text
        from(screen-line)
        length(79)
        erase
        accum
    end-exec
    move spaces to screen-line
    move "  G <page> go to page, K <key> page holding key, F/P scroll, C <col>"
        to screen-line
    exec cics send text
        from(screen-line)
        length(79)
        accum
    end-exec
    exec cics send page
    end-exec.

receive-viewer-command.
    move spaces to reply-line
    move 79 to reply-len

    exec cics receive
        into(reply-line)
        length(reply-len)
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp not = dfhresp(normal)
        perform send-viewer-menu
        exit paragraph
    end-if

    if function trim(reply-line) = "END"
       or function trim(reply-line) = "end"
        set task-ending to true
        exec cics return
        end-exec
        exit paragraph
    end-if

    move spaces to command-word
    move spaces to arg-word-1
    move spaces to arg-word-2
    unstring reply-line
        delimited by all space
        into command-word, arg-word-1, arg-word-2
    end-unstring

    move function upper-case(command-word) to command-word

    if command-word <> "R" and not rvw-state-view
        perform send-command-help
        exit paragraph
    end-if

    perform check-operator-rights
    if not user-authorized
        exit paragraph
    end-if

    perform load-recipient-masks

    evaluate command-word
        when "R"
            perform open-report-generation
        when "G"
            if arg-word-1 = spaces
               or function test-numval(arg-word-1) <> 0
                perform send-command-help
                exit paragraph
            end-if
            compute found-page = function numval(arg-word-1)
            if found-page < 1 or found-page > rvw-max-page
                move spaces to screen-line
                move rvw-max-page to max-page-disp
                string "Page out of range - report has "
                       function trim(max-page-disp) " page(s)"
                       delimited by size into screen-line
                perform send-result-line
                exit paragraph
            end-if
            move found-page to rvw-page
            move 1 to rvw-top-line
            perform show-report-page
        when "K"
            perform find-page-for-key
        when "F"
            perform scroll-forward
        when "P"
            perform scroll-backward
        when "C"
            if arg-word-1 = spaces
               or function test-numval(arg-word-1) <> 0
               or function numval(arg-word-1) < 1
               or function numval(arg-word-1) > 160
                perform send-command-help
                exit paragraph
            end-if
            compute rvw-col = function numval(arg-word-1)
            perform show-report-page
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
           " is not authorized to run report-viewer (OPERAUTH.TXT)"
           delimited by size into screen-line
    exec cics send text
        from(screen-line)
        length(79)
        erase
    end-exec

    move "OPERAUTH.TXT" to audit-input-text
    move spaces to audit-result-text
    string "AUTH DENIED for oper " function trim(ws-user-id)
           " (" function trim(command-word) " "
           function trim(arg-word-1) ")"
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
        if oa-token = "report-viewer"
            set user-authorized to true
        end-if
    end-perform.

load-recipient-masks.
    move 0 to rm-count
    move low-values to recipmask-key
    move "N" to browse-started-flag

    exec cics startbr
        file("RECIPMSK")
        ridfld(recipmask-key)
        gteq
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp = dfhresp(normal)
        set browse-started to true
    end-if

    perform until ws-cics-resp not = dfhresp(normal)
        exec cics readnext
            file("RECIPMSK")
            into(recipmask-line)
            ridfld(recipmask-key)
            resp(ws-cics-resp)
        end-exec

        if ws-cics-resp = dfhresp(normal)
            perform load-one-mask-rule
        end-if
    end-perform

    if browse-started
        exec cics endbr
            file("RECIPMSK")
        end-exec
        move "N" to browse-started-flag
    end-if

    move "N" to rvw-masked
    if rm-count > 0
        set rvw-view-masked to true
    end-if.

load-one-mask-rule.
    if function trim(recipmask-line) = spaces
       or recipmask-line(1:1) = "*"
        exit paragraph
    end-if

    move spaces to rm-recip-x
    move spaces to rm-start-x
    move spaces to rm-len-x
    move spaces to rm-style-x

    unstring recipmask-line delimited by " | "
        into rm-recip-x, rm-start-x, rm-len-x, rm-style-x
    end-unstring

    if rm-recip-x <> ws-user-id
       or function test-numval(rm-start-x) <> 0
       or function test-numval(rm-len-x) <> 0
       or rm-count >= MAX-MASK-RULES
        exit paragraph
    end-if

    add 1 to rm-count
    compute rm-start(rm-count) = function numval(rm-start-x)
    compute rm-len(rm-count) = function numval(rm-len-x)
    move rm-style-x(1:1) to rm-style(rm-count)
    if rm-style(rm-count) <> "P"
        move "X" to rm-style(rm-count)
    end-if

    if rm-start(rm-count) = 0 or rm-len(rm-count) = 0
       or rm-start(rm-count) + rm-len(rm-count) - 1 > 160
        subtract 1 from rm-count
    end-if.

apply-recipient-masks.
    perform varying rm-idx from 1 by 1 until rm-idx > rm-count
        perform apply-one-mask-rule
    end-perform.

apply-one-mask-rule.
    if view-line(rm-start(rm-idx):rm-len(rm-idx)) = spaces
        exit paragraph
    end-if

    if rm-style(rm-idx) = "P" and rm-len(rm-idx) > 4
        compute mask-span = rm-len(rm-idx) - 4
        move star-fill(1:mask-span)
            to view-line(rm-start(rm-idx):mask-span)
    else
        move star-fill(1:rm-len(rm-idx))
            to view-line(rm-start(rm-idx):rm-len(rm-idx))
    end-if.

open-report-generation.
    if arg-word-1 = spaces
        perform send-command-help
        exit paragraph
    end-if

    move arg-word-1 to want-base
    move 0 to want-gen
    if arg-word-2 <> spaces
        if function test-numval(arg-word-2) <> 0
            perform send-command-help
            exit paragraph
        end-if
        compute want-gen = function numval(arg-word-2)
    end-if

    if want-gen = 0
        move want-base to rix-base
        move 9999 to rix-gen
        move 99999 to rix-page
        perform find-last-entry-at-or-before
        if not entry-found or rix-base <> want-base
            move spaces to screen-line
            string "Report " function trim(want-base)
                   " has no indexed generation"
                   delimited by size into screen-line
            perform send-result-line
            exit paragraph
        end-if
        move rix-gen to want-gen
    end-if

    move want-base to rix-base
    move want-gen to rix-gen
    move 99999 to rix-page
    perform find-last-entry-at-or-before
    if not entry-found or rix-base <> want-base
       or rix-gen <> want-gen
        move want-gen to gen-disp
        move spaces to screen-line
        string "Report " function trim(want-base) " generation "
               function trim(gen-disp) " is not indexed"
               delimited by size into screen-line
        perform send-result-line
        exit paragraph
    end-if

    move want-base to rvw-base
    move want-gen to rvw-gen
    move rix-page to rvw-max-page
    move 1 to rvw-page
    move 1 to rvw-top-line
    move 1 to rvw-col

    move spaces to audit-input-text
    move want-gen to gen-disp
    string function trim(want-base) " gen "
           function trim(gen-disp)
           delimited by size into audit-input-text
    move spaces to audit-result-text
    if rvw-view-masked
        move "report opened in viewer (masked)" to audit-result-text
    else
        move "report opened in viewer" to audit-result-text
    end-if
    perform write-audit-line

    perform show-report-page.

find-last-entry-at-or-before.
    move "N" to found-flag
    move rpt-index-key to hold-index-key
    move "N" to browse-started-flag

    exec cics startbr
        file("RPTINDEX")
        ridfld(rpt-index-key)
        gteq
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp = dfhresp(notfnd)
        move high-values to rpt-index-key
        exec cics startbr
            file("RPTINDEX")
            ridfld(rpt-index-key)
            gteq
            resp(ws-cics-resp)
        end-exec
    end-if

    if ws-cics-resp = dfhresp(normal)
        set browse-started to true
    end-if

    perform until not browse-started
            or ws-cics-resp not = dfhresp(normal)
            or entry-found
        exec cics readprev
            file("RPTINDEX")
            into(rpt-index-record)
            ridfld(rpt-index-key)
            resp(ws-cics-resp)
        end-exec
        if ws-cics-resp = dfhresp(normal)
            if rpt-index-key <= hold-index-key
                set entry-found to true
            end-if
        end-if
    end-perform

    if browse-started
        exec cics endbr
            file("RPTINDEX")
        end-exec
        move "N" to browse-started-flag
    end-if.

find-page-for-key.
    if rvw-view-masked
        move "Key search is not available on a masked view"
            to screen-line
        perform send-result-line
        exit paragraph
    end-if

    if arg-word-1 = spaces
        perform send-command-help
        exit paragraph
    end-if

    move arg-word-1 to search-key
    move 0 to found-page

    move rvw-base to rix-base
    move rvw-gen to rix-gen
    move 1 to rix-page
    move "N" to browse-started-flag

    exec cics startbr
        file("RPTINDEX")
        ridfld(rpt-index-key)
        gteq
        resp(ws-cics-resp)
    end-exec

    if ws-cics-resp = dfhresp(normal)
        set browse-started to true
    end-if

    perform until not browse-started
            or ws-cics-resp not = dfhresp(normal)
            or found-page > 0
        exec cics readnext
            file("RPTINDEX")
            into(rpt-index-record)
            ridfld(rpt-index-key)
            resp(ws-cics-resp)
        end-exec
        if ws-cics-resp = dfhresp(normal)
            if rix-base <> rvw-base or rix-gen <> rvw-gen
                move 99999 to found-page
            else
                if rix-high-key <> spaces
                   and search-key <= rix-high-key
                    move rix-page to found-page
                end-if
            end-if
        end-if
    end-perform

    if browse-started
        exec cics endbr
            file("RPTINDEX")
        end-exec
        move "N" to browse-started-flag
    end-if

    if found-page = 0 or found-page = 99999
        move spaces to screen-line
        string "Key " function trim(search-key)
               " is beyond the last key in this report"
               delimited by size into screen-line
        perform send-result-line
        exit paragraph
    end-if

    move found-page to rvw-page
    move 1 to rvw-top-line
    perform show-report-page.

scroll-forward.
    perform read-current-index-entry
    if ws-cics-resp not = dfhresp(normal)
        move "Page index entry is no longer on file" to screen-line
        perform send-result-line
        exit paragraph
    end-if

    if rvw-top-line + RVW-LINES-SHOWN > rix-line-count
        if rvw-page >= rvw-max-page
            move "Already at the end of the report" to screen-line
            perform send-result-line
            exit paragraph
        end-if
        add 1 to rvw-page
        move 1 to rvw-top-line
    else
        add RVW-LINES-SHOWN to rvw-top-line
    end-if
    perform show-report-page.

scroll-backward.
    if rvw-top-line > RVW-LINES-SHOWN
        subtract RVW-LINES-SHOWN from rvw-top-line
    else
        if rvw-top-line > 1
            move 1 to rvw-top-line
        else
            if rvw-page <= 1
                move "Already at the start of the report"
                    to screen-line
                perform send-result-line
                exit paragraph
            end-if
            subtract 1 from rvw-page
            move 1 to rvw-top-line
        end-if
    end-if
    perform show-report-page.

read-current-index-entry.
    move rvw-base to rix-base
    move rvw-gen to rix-gen
    move rvw-page to rix-page
    exec cics read
        file("RPTINDEX")
        into(rpt-index-record)
        ridfld(rpt-index-key)
        resp(ws-cics-resp)
    end-exec.

show-report-page.
    perform read-current-index-entry
    if ws-cics-resp not = dfhresp(normal)
        move "Page index entry is no longer on file" to screen-line
        perform send-result-line
        exit paragraph
    end-if

    move rvw-page to page-disp
    move rvw-max-page to max-page-disp
    move rvw-gen to gen-disp
    move rvw-col to col-disp
    move spaces to screen-line
    if rvw-view-masked
        string function trim(rvw-base) " G" function trim(gen-disp)
               " PAGE " function trim(page-disp) "/"
               function trim(max-page-disp) " "
               function trim(rix-run) " COL "
               function trim(col-disp) " MASKED"
               delimited by size into screen-line
    else
        string function trim(rvw-base) " G" function trim(gen-disp)
               " PAGE " function trim(page-disp) "/"
               function trim(max-page-disp) " "
               function trim(rix-run) " COL "
               function trim(col-disp) " KEYS "
               function trim(rix-low-key) ".."
               function trim(rix-high-key)
               delimited by size into screen-line
    end-if
    exec cics send text
        from(screen-line)
        length(79)
        erase
        accum
    end-exec

    move 0 to shown-count
    move rvw-top-line to view-line-no
    perform until shown-count >= RVW-LINES-SHOWN
            or view-line-no > rix-line-count
        move rvw-base to rpl-base
        move rvw-gen to rpl-gen
        move rvw-page to rpl-page
        move view-line-no to rpl-line
        exec cics read
            file("RPTPAGES")
            into(rpt-page-line-record)
            ridfld(rpt-page-line-key)
            resp(ws-cics-resp)
        end-exec
        move spaces to view-line
        if ws-cics-resp = dfhresp(normal)
            move rpl-text to view-line
            perform apply-recipient-masks
        end-if
        move spaces to screen-line
        move view-line(rvw-col:) to screen-line
        exec cics send text
            from(screen-line)
            length(79)
            accum
        end-exec
        add 1 to shown-count
        add 1 to view-line-no
    end-perform

    exec cics send page
    end-exec

    set rvw-state-view to true.

send-result-line.
    exec cics send text
        from(screen-line)
        length(79)
        erase
    end-exec.

format-view-timestamp.
    exec cics asktime
        abstime(ws-abs-time)
    end-exec

    exec cics formattime
        abstime(ws-abs-time)
        yyyymmdd(ws-view-date)
        datesep("-")
        time(ws-view-time)
        timesep(":")
    end-exec

    move spaces to ws-view-stamp
    string ws-view-date " " ws-view-time
           delimited by size into ws-view-stamp.

write-audit-line.
    perform format-view-timestamp

    move spaces to audit-line
    string "report-viewer | "
           ws-view-stamp " | "
           function trim(audit-input-text) " | "
           function trim(audit-result-text) " | oper="
           function trim(ws-user-id) " | run=0000 | unit=- | win=ONLINE"
           " | bus=" ws-view-date
           delimited by size into audit-line

    exec cics writeq td
        queue("KAUD")
        from(audit-line)
        length(400)
    end-exec.

return-to-cics.
    move rvw-commarea to dfhcommarea

    exec cics return
        transid("RPTV")
        commarea(dfhcommarea)
        length(84)
    end-exec.
