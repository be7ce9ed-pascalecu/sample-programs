    select key-file assign to dynamic key-filename
        organization is indexed
        access mode is dynamic
        record key is key-file-key
        file status is key-file-status.

    select report-file assign to dynamic report-filename
01  member-record     pic x(500).

fd  key-file.
    copy "keymaster-fd.cpy".

fd  report-file.
01  report-file-record pic x(132).
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "report-header-ws.cpy".
copy "keymaster-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
    end-perform

    if cur-is-keys = "Y"
        if member-record <> spaces
            move member-record to key-image
            perform load-key-image
            write key-file-record
                invalid key
                    continue
        write member-record
    end-if.

load-key-image.
    if key-image(1:1) = "+" or key-image(1:1) = "-"
        move KEY-DEFAULT-TABLE to key-file-table
        move key-legacy-num to key-file-num
        move spaces to key-file-desc
        move "A" to key-file-state
        move spaces to key-file-eff-from
        move spaces to key-file-eff-to
        exit paragraph
    end-if

    move key-image-table to key-file-table
    move key-image-num to key-file-num
    move key-image-desc to key-file-desc
    move key-image-state to key-file-state
    move key-image-eff-from to key-file-eff-from
    move key-image-eff-to to key-file-eff-to
    if key-file-state = space
        move "A" to key-file-state
    end-if.

settle-current-member.
    if cur-is-keys = "Y"
        close key-file
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
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
