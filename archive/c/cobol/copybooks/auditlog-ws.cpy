    01  audit-run-id-env        pic x(20).
    01  audit-unit-id           pic x(8).
    01  audit-window-id         pic x(8).
    01  audit-business-date     pic 9(8).
    01  audit-business-probe    pic 9(8).
    01  audit-business-date-env pic x(20).
    01  audit-business-date-src pic x value "C".
        88 business-date-from-clock value "C".
        88 business-date-from-env   value "E".
