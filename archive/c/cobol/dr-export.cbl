    select key-file assign to dynamic key-filename
        organization is indexed
        access mode is dynamic
        record key is key-file-key
        file status is key-file-status.

    select ctlparm-file assign to dynamic ctlparm-filename
01  bundle-record     pic x(520).

fd  key-file.
    copy "keymaster-fd.cpy".

fd  ctlparm-file.
    copy "ctlparm-fd.cpy".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "ctlparm-ws.cpy".
copy "keymaster-ws.cpy".
copy "report-header-ws.cpy".

01 argc              binary-long.
01 files-bundled     pic 9(3) value 0.
01 files-absent      pic 9(3) value 0.
01 total-records     pic 9(9) value 0.

procedure division.

    move 0 to mem-records
    move 0 to mem-checksum

    move low-values to key-file-key
    start key-file key >= key-file-key
        invalid key
            continue
    end-start
    read key-file next
    perform until key-file-status <> "00"
        add 1 to mem-records
        perform build-key-image
        move spaces to member-record
        move key-image to member-record
        perform checksum-member-record
        read key-file next
    end-perform
    write bundle-record

    open input key-file
    move low-values to key-file-key
    start key-file key >= key-file-key
        invalid key
            continue
    end-start
    read key-file next
    perform until key-file-status <> "00"
        perform build-key-image
        move spaces to bundle-record
        move "D" to bundle-record(1:1)
        move key-image to bundle-record(2:)
        write bundle-record
        read key-file next
    end-perform
           delimited by size into report-file-record
    perform write-detail-line.

build-key-image.
    move key-file-table to key-image-table
    move key-file-num to key-image-num
    move key-file-desc to key-image-desc
    move key-file-state to key-image-state
    move key-file-eff-from to key-image-eff-from
    move key-file-eff-to to key-image-eff-to.

find-control-param.
    perform resolve-ctlparm-dataset
    move "N" to ctlparm-found-flag
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
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
