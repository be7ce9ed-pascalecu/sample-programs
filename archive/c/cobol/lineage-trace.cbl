01  run-state-record  pic x(250).

fd  register-file.
01  register-record   pic x(300).

fd  report-file.
01  report-file-record pic x(132).
01 reg-status-word   pic x(12).
01 reg-when          pic x(20).
01 reg-staging       pic x(100).
01 reg-scan-pos      binary-long.
01 reg-rep-batch     pic x(9).
01 arrival-found     pic x.

01 steps-traced      pic 9(3) value 0.
           function trim(reg-status-word)
           ", received " reg-when(1:16) ")"
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to reg-rep-batch
    perform varying reg-scan-pos from 1 by 1
            until reg-scan-pos > 285
        if register-record(reg-scan-pos:7) = " | rep="
            move register-record(reg-scan-pos + 7:9) to reg-rep-batch
        end-if
    end-perform

    if reg-rep-batch <> spaces
        move spaces to report-file-record
        string "  RE-PRESENTATION of arrival batch " reg-rep-batch
               " restored from the arrival archive (ARRARCH.TXT)"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

init-report-header.
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
    display "  (RUNSTATE.TXT) backwards from the step that touched"
    display "  the dataset, printing each producing step's files and"
    display "  its audit-log record counts, down to the inbound"
    display "  arrival batch on the gateway register (ARRIVALS.TXT),"
    display "  naming the original batch when the arrival was a"
    display "  re-presentation from the arrival archive"
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
