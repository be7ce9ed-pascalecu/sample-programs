    select key-file assign to dynamic key-filename
        organization is indexed
        access mode is dynamic
        record key is key-file-key
        file status is key-file-status.

    select audit-master assign to dynamic audit-master-filename
data division.
file section.
fd  key-file.
    copy "keymaster-fd.cpy".

fd  audit-master.
    copy "auditmstr-fd.cpy".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "report-header-ws.cpy".
copy "keymaster-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 ku-count          binary-long value 0.
01 ku-table.
   05 ku-entry       occurs 10000 times.
      10 ku-tab      pic x(8).
      10 ku-key      binary-long.
      10 ku-lookups  pic 9(9).
      10 ku-last     pic x(10).
01 ku-idx            binary-long.
01 ku-overflow       pic 9(9) value 0.
01 ku-target         binary-long.
01 ku-target-tab     pic x(8).
01 ku-input-tab      pic x(20).
01 ku-input-key      pic x(20).

01 live-scanned      pic 9(9) value 0.
01 lookups-joined    pic 9(9) value 0.
        stop run
    end-if

    move low-values to key-file-key
    start key-file key >= key-file-key
        invalid key
            close key-file
            exit paragraph
    perform until key-file-status <> "00"
        if ku-count < MAX-USAGE-KEYS
            add 1 to ku-count
            move key-file-table to ku-tab(ku-count)
            move key-file-num to ku-key(ku-count)
            move 0 to ku-lookups(ku-count)
            move spaces to ku-last(ku-count)
        exit paragraph
    end-if

    move KEY-DEFAULT-TABLE to ku-target-tab
    move spaces to ku-input-tab
    move spaces to ku-input-key
    unstring audit-master-input delimited by all space
        into ku-input-tab, ku-input-key
    end-unstring
    if ku-input-key = spaces
        move ku-input-tab to ku-input-key
    else
        move function upper-case(ku-input-tab) to ku-target-tab
    end-if

    if function test-numval(ku-input-key) <> 0
        exit paragraph
    end-if

    compute ku-target = function numval(ku-input-key)

    perform varying ku-idx from 1 by 1 until ku-idx > ku-count
        if ku-key(ku-idx) = ku-target
           and ku-tab(ku-idx) = ku-target-tab
            add 1 to ku-lookups(ku-idx)
            add 1 to lookups-joined
            if audit-master-timestamp(1:10) > ku-last(ku-idx)
        move ku-lookups(ku-idx) to lookups-edit
        move spaces to report-file-record
        if ku-lookups(ku-idx) = 0
            string "  " ku-tab(ku-idx) " " key-edit
                   "  lookups " lookups-edit
                   "  never used"
                   delimited by size into report-file-record
        else
            string "  " ku-tab(ku-idx) " " key-edit
                   "  lookups " lookups-edit
                   "  last used " ku-last(ku-idx)
                   delimited by size into report-file-record
    move ku-key(ku-idx) to key-edit
    move spaces to report-file-record
    if ku-lookups(ku-idx) = 0
        string "  " ku-tab(ku-idx) " " key-edit "  never looked up"
               delimited by size into report-file-record
    else
        string "  " ku-tab(ku-idx) " " key-edit
               "  last used " ku-last(ku-idx)
               delimited by size into report-file-record
    end-if
    perform write-detail-line.
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
    display "  (AUDITMSTR.DAT) and reports each key's lookup count"
    display "  and last-used date, with a dormant section listing"
    display "  keys unused beyond the threshold as purge candidates"
    display "  for the key-master-maint maintenance cycle; keys are"
    display "  reported by table, and a lookup is joined to the"
    display "  table it named (DEFAULT when it named none)"
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
