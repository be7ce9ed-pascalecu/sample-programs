    01  eh-rc-hold            pic 9(4).
    01  eh-date-8             pic 9(8).
    01  eh-run-date           pic x(10).
    01  eh-clock-note         pic x(9).
