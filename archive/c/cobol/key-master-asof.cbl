    select key-file assign to dynamic key-filename
        organization is indexed
        access mode is dynamic
        record key is key-file-key
        file status is key-file-status.

    select journal-file assign to dynamic journal-filename
data division.
file section.
fd  key-file.
    copy "keymaster-fd.cpy".

fd  journal-file.
01  journal-record    pic x(400).

fd  report-file.
01  report-file-record pic x(120).
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "report-header-ws.cpy".
copy "keymaster-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 MAX-ASOF-KEYS constant as 10000.
01 km-count          binary-long value 0.
01 km-table.
   05 km-entry       occurs 10000 times.
      10 km-tab      pic x(8).
      10 km-key      binary-long.
      10 km-attrs.
         15 km-desc  pic x(40).
         15 km-state pic x(1).
         15 km-from  pic x(10).
         15 km-to    pic x(10).
01 km-idx            binary-long.
01 km-ins            binary-long.
01 km-shift          binary-long.
01 km-found          pic x.
01 km-target         binary-long.
01 km-target-tab     pic x(8).
01 km-target-attrs   pic x(61).
01 km-overflow       pic 9(9) value 0.
01 km-count-disp     pic 9(7).

      10 jn-before   binary-long.
      10 jn-after    binary-long.
      10 jn-when     pic x(19).
      10 jn-tab      pic x(8).
      10 jn-prior.
         15 jn-prior-desc  pic x(40).
         15 jn-prior-state pic x(1).
         15 jn-prior-from  pic x(10).
         15 jn-prior-to    pic x(10).
01 jn-idx            binary-long.

01 jl-when           pic x(19).
01 jl-action         pic x(4).
01 jl-before         pic x(20).
01 jl-after          pic x(20).
01 jl-table          pic x(20).
01 jl-desc           pic x(50).
01 jl-state          pic x(10).
01 jl-from           pic x(20).
01 jl-to             pic x(20).
01 jl-prior-desc     pic x(60).
01 jl-prior-state    pic x(20).
01 jl-prior-from     pic x(20).
01 jl-prior-to       pic x(20).

01 current-count     pic 9(9) value 0.
01 undone-count      pic 9(9) value 0.
        stop run
    end-if

    move low-values to key-file-key
    start key-file key >= key-file-key
        invalid key
            close key-file
            exit paragraph
        add 1 to current-count
        if km-count < MAX-ASOF-KEYS
            add 1 to km-count
            move key-file-table to km-tab(km-count)
            move key-file-num to km-key(km-count)
            move key-file-desc to km-desc(km-count)
            move key-file-state to km-state(km-count)
            move key-file-eff-from to km-from(km-count)
            move key-file-eff-to to km-to(km-count)
        else
            add 1 to km-overflow
        end-if
    move spaces to jl-action
    move spaces to jl-before
    move spaces to jl-after
    move spaces to jl-table
    move spaces to jl-desc
    move spaces to jl-state
    move spaces to jl-from
    move spaces to jl-to
    move spaces to jl-prior-desc
    move spaces to jl-prior-state
    move spaces to jl-prior-from
    move spaces to jl-prior-to

    unstring journal-record delimited by " | "
        into jl-when, jl-run, jl-oper, jl-action,
             jl-before, jl-after, jl-table,
             jl-desc, jl-state, jl-from, jl-to,
             jl-prior-desc, jl-prior-state,
             jl-prior-from, jl-prior-to
    end-unstring

    if jl-when(1:10) <= asof-date
        compute jn-after(jn-count) =
            function numval(jl-after(7:))
    end-if
    move jl-when to jn-when(jn-count)

    move KEY-DEFAULT-TABLE to jn-tab(jn-count)
    move spaces to jn-prior(jn-count)
    move "A" to jn-prior-state(jn-count)
    if jl-table(1:6) = "table=" and jl-table(7:) <> spaces
        move jl-table(7:) to jn-tab(jn-count)
        move jl-prior-desc(12:) to jn-prior-desc(jn-count)
        move jl-prior-state(13:1) to jn-prior-state(jn-count)
        move jl-prior-from(12:) to jn-prior-from(jn-count)
        move jl-prior-to(10:) to jn-prior-to(jn-count)
        if jn-prior-state(jn-count) = space
            move "A" to jn-prior-state(jn-count)
        end-if
    end-if.

undo-journal-entries.
    perform varying jn-idx from jn-count by -1
            until jn-idx < 1
        add 1 to undone-count
        move jn-tab(jn-idx) to km-target-tab
        move jn-prior(jn-idx) to km-target-attrs
        evaluate jn-action(jn-idx)
            when "A"
                move jn-after(jn-idx) to km-target
                perform remove-key-from-table
                move jn-before(jn-idx) to km-target
                perform insert-key-into-table
            when "U"
                move jn-before(jn-idx) to km-target
                perform restore-key-attributes
        end-evaluate
    end-perform.

remove-key-from-table.
    move "N" to km-found
    perform varying km-idx from 1 by 1 until km-idx > km-count
        if km-tab(km-idx) = km-target-tab
           and km-key(km-idx) = km-target
            move "Y" to km-found
            exit perform
        end-if

    perform varying km-shift from km-idx by 1
            until km-shift >= km-count
        move km-entry(km-shift + 1) to km-entry(km-shift)
    end-perform
    subtract 1 from km-count.


    compute km-ins = km-count + 1
    perform varying km-idx from 1 by 1 until km-idx > km-count
        if km-tab(km-idx) = km-target-tab
           and km-key(km-idx) = km-target
            exit paragraph
        end-if
        if km-tab(km-idx) > km-target-tab
           or (km-tab(km-idx) = km-target-tab
               and km-key(km-idx) > km-target)
            move km-idx to km-ins
            exit perform
        end-if

    perform varying km-shift from km-count by -1
            until km-shift < km-ins
        move km-entry(km-shift) to km-entry(km-shift + 1)
    end-perform

    move km-target-tab to km-tab(km-ins)
    move km-target to km-key(km-ins)
    move km-target-attrs to km-attrs(km-ins)
    add 1 to km-count.

restore-key-attributes.
    perform varying km-idx from 1 by 1 until km-idx > km-count
        if km-tab(km-idx) = km-target-tab
           and km-key(km-idx) = km-target
            move km-target-attrs to km-attrs(km-idx)
            exit perform
        end-if
    end-perform.

write-asof-report.
    open output report-file
    if report-file-status <> "00"
    perform varying km-idx from 1 by 1 until km-idx > km-count
        move km-key(km-idx) to key-edit
        move spaces to report-file-record
        string "  " km-tab(km-idx) " " key-edit "  "
               km-state(km-idx) "  "
               km-from(km-idx) ".." km-to(km-idx) "  "
               function trim(km-desc(km-idx))
               delimited by size into report-file-record
        perform write-detail-line
    end-perform
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
    display "  and undoing, newest first, every KEYJRNL.TXT entry"
    display "  journaled after that date by key-master-maint"
    display "  (adds removed, deletes re-added, changes reversed"
    display "  and attribute updates restored from their"
    display "  before-images); each key is listed with its table,"
    display "  status (A/I), effective dates and description"
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
