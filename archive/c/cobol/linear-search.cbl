    select key-file assign to dynamic key-filename
        organization is indexed
        access mode is dynamic
        record key is key-file-key
        file status is key-file-status.

    select report-file assign to dynamic report-filename
    copy "auditlog-fd.cpy".

fd  key-file.
    copy "keymaster-fd.cpy".

fd  report-file.
01  report-file-record pic x(80).
01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "keymaster-ws.cpy".

01 MAX-ENTRIES       constant as 100.
01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 7 times.
01 list-string       pic x(1100).
01 target-string     pic x(20).
01 ws-token          pic x(20).
   88 mode-range     value 'G'.

01 key-filename      pic x(100).
01 lookup-table      pic x(8) value KEY-DEFAULT-TABLE.
01 lookup-desc       pic x(40).
01 lookup-reason     pic x(40).
01 shift-idx         binary-long.
01 key-file-status   pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.
        move "false" to audit-result-value
    end-if

    if mode-indexed
        perform display-indexed-detail
    end-if

    if mode-cmdline
        perform display-control-total
    end-if
validate-args.
    accept argc from argument-number

    if argc < 2 or argc > 7
        perform display-usage
    end-if

        accept arg-val(arg-idx) from argument-value
    end-perform

    if (arg-val(1) = "-g" or arg-val(1) = "-i") and argc >= 4
       and function test-numval(arg-val(3)) <> 0
        perform take-table-argument
    end-if

    if arg-val(1) = "-g"
        perform validate-range-args
        exit paragraph

    move function numval(target-string) to target-number.

take-table-argument.
    if arg-val(3)(9:) <> spaces
        perform display-usage
    end-if
    move function upper-case(arg-val(3)) to lookup-table

    perform varying shift-idx from 3 by 1 until shift-idx >= argc
        move arg-val(shift-idx + 1) to arg-val(shift-idx)
    end-perform
    move spaces to arg-val(argc)
    subtract 1 from argc.

validate-range-args.
    if argc <> 5 and argc <> 6
        perform display-usage
    move spaces to target-string
    move range-low to key-disp
    move range-high to key-disp-2
    if lookup-table <> KEY-DEFAULT-TABLE
        string function trim(lookup-table) " "
               delimited by size into target-string
    end-if
    string function trim(target-string) function trim(key-disp) ".."
           function trim(key-disp-2)
           delimited by size into target-string.


    move spaces to report-file-record
    string "KEY RANGE SCAN " function trim(target-string)
           "  TABLE " function trim(lookup-table)
           delimited by size into report-file-record
    write report-file-record
    move spaces to report-file-record
    write report-file-record

    move lookup-table to key-file-table
    move range-low to key-file-num
    start key-file key >= key-file-key
        invalid key
            continue
    end-start
    if key-file-status = "00"
        read key-file next
        perform until key-file-status <> "00"
                or key-file-table <> lookup-table
                or key-file-num > range-high
            perform report-one-range-key
            read key-file next

    add 1 to keys-found
    move key-file-num to key-disp
    perform check-key-usable
    move spaces to report-file-record
    if key-usable
        string key-disp "  " key-file-state "  "
               key-file-desc
               delimited by size into report-file-record
    else
        string key-disp "  " key-file-state "  "
               key-file-desc " (not in effect)"
               delimited by size into report-file-record
    end-if
    write report-file-record

    move key-file-num to prev-key
        perform display-usage
    end-if

    move spaces to lookup-desc
    move spaces to lookup-reason
    move lookup-table to key-file-table
    move target-number to key-file-num
    read key-file
        invalid key
            set item-not-found to true
        not invalid key
            perform judge-indexed-hit
    end-read

    close key-file

    if lookup-table <> KEY-DEFAULT-TABLE
        move spaces to target-string
        move target-number to key-disp
        string function trim(lookup-table) " " function trim(key-disp)
               delimited by size into target-string
    end-if.

judge-indexed-hit.
    perform check-key-usable

    evaluate true
        when key-usable
            set item-found to true
            move key-file-desc to lookup-desc
        when key-file-inactive
            set item-not-found to true
            move "key is inactive" to lookup-reason
        when key-file-eff-from > key-today
            set item-not-found to true
            string "key is not effective until " key-file-eff-from
                   delimited by size into lookup-reason
        when other
            set item-not-found to true
            string "key expired on " key-file-eff-to
                   delimited by size into lookup-reason
    end-evaluate.

display-indexed-detail.
    if item-found
        if lookup-desc <> spaces
            display "Description: " function trim(lookup-desc)
            move spaces to audit-result-value
            string "true " function trim(lookup-desc)
                   delimited by size into audit-result-value
        end-if
    else
        if lookup-reason <> spaces
            display "Not in effect: " function trim(lookup-reason)
            move spaces to audit-result-value
            string "false (" function trim(lookup-reason) ")"
                   delimited by size into audit-result-value
        end-if
    end-if.

check-key-usable.
    move "N" to key-usable-flag
    if key-today = spaces
        perform resolve-business-date
        move audit-business-date to key-today-8
        string key-today-8(1:4) "-" key-today-8(5:2) "-"
               key-today-8(7:2)
               delimited by size into key-today
    end-if

    if key-file-inactive
        exit paragraph
    end-if
    if key-file-eff-from <> spaces and key-file-eff-from > key-today
        exit paragraph
    end-if
    if key-file-eff-to <> spaces and key-file-eff-to < key-today
        exit paragraph
    end-if

    set key-usable to true.

parse-and-validate-input.
    move 1 to ws-ptr
display-usage.
    display 'Usage: please provide a list of integers '
            '("1, 4, 5, 11, 12") and the integer to find ("11"), '
            'or -i <indexed-key-file> [<table>] <integer> for a '
            'production indexed-file lookup (a hit shows the key''s '
            'description; inactive or not-yet-effective keys are not '
            'found), '
            'or -g <indexed-key-file> [<table>] <low> <high> '
            '<report-file> '
            '[GAPS] to report every key between low and high '
            '(GAPS also lists breaks in the key sequence); the '
            'table defaults to DEFAULT'
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
