01 mx-oper           pic x(20).
01 mx-stamp          pic x(19).
01 mx-fixed          pic x(100).
01 mx-reason         pic x(8).

01 listed-count      pic 9(9) value 0.
01 changed-count     pic 9(9) value 0.
    move spaces to mx-oper
    move spaces to mx-stamp
    move spaces to mx-fixed
    move spaces to mx-reason

    unstring mx-line(mx-idx) delimited by " | "
        into mx-program, mx-date, mx-run, mx-sev, mx-value,
             mx-disp, mx-oper, mx-stamp, mx-fixed, mx-reason
    end-unstring.

rebuild-master-entry.
           function trim(mx-oper) " | "
           mx-stamp " | "
           function trim(mx-fixed)
           delimited by size into mx-line(mx-idx)

    if mx-reason <> spaces
        move spaces to mx-line(mx-idx)
        string function trim(mx-program) " | "
               mx-date " | "
               function trim(mx-run) " | "
               function trim(mx-sev) " | "
               function trim(mx-value) " | "
               function trim(mx-disp) " | "
               function trim(mx-oper) " | "
               mx-stamp " | "
               function trim(mx-fixed) " | "
               function trim(mx-reason)
               delimited by size into mx-line(mx-idx)
    end-if.

list-program-exceptions.
    display "Exceptions for " function trim(target-program) ":"
                    "  " mx-date
                    "  " function trim(mx-sev)
                    "  " function trim(mx-disp)
                    "  reason=" function trim(mx-reason)
                    "  value=" function trim(mx-value)
                    "  fixed=" function trim(mx-fixed)
        end-if
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
