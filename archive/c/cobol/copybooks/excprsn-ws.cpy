    01  excprsn-filename     pic x(100) value "EXCPRSN.TXT".
    01  excprsn-status       pic xx.
    01  xr-date              pic x(10).
    01  xr-run               pic x(14).
    01  xr-unit              pic x(8).
    01  xr-window            pic x(8).
    01  xr-program           pic x(30).
    01  xr-partner           pic x(12).
    01  xr-code              pic x(8).
    01  xr-count-text        pic x(12).
    01  xr-count             pic 9(9).
