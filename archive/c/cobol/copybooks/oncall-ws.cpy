    01  oncall-filename      pic x(100) value "ONCALL.TXT".
    01  oncall-status        pic xx.
    01  ONCALL-ROLE-TAG      constant as "ROLE=".
    01  MAX-ONCALL           constant as 200.
    01  oc-count             binary-long value 0.
    01  oc-table.
        05  oc-entry         occurs 200 times.
            10  oc-role      pic x(12).
            10  oc-when      pic x(10).
            10  oc-from      pic 9(4).
            10  oc-to        pic 9(4).
            10  oc-primary   pic x(30).
            10  oc-secondary pic x(30).
            10  oc-manager   pic x(30).
    01  oc-idx               binary-long.
    01  oc-role-x            pic x(20).
    01  oc-when-x            pic x(12).
    01  oc-from-x            pic x(6).
    01  oc-to-x              pic x(6).
    01  oc-primary-x         pic x(30).
    01  oc-secondary-x       pic x(30).
    01  oc-manager-x         pic x(30).
    01  oc-lookup-role       pic x(12).
    01  oc-lookup-date       pic x(10).
    01  oc-lookup-time       pic 9(4).
    01  oc-found-flag        pic x value 'N'.
        88 oncall-was-found  value 'Y'.
    01  oc-found-idx         binary-long.
    01  oc-best-rank         binary-long.
    01  oc-rank              binary-long.
    01  oc-day-flag          pic x.
    01  oc-prev-date         pic x(10).
    01  oc-prev-flag         pic x.
    01  oc-probe-when        pic x(10).
    01  oc-probe-flag        pic x.
    01  oc-date-8            pic 9(8).
    01  oc-date-int          binary-long.
    01  oc-covers-flag       pic x.
        88 oc-band-covers    value 'Y'.
    01  oc-duty-level        pic x(10).
    01  oc-duty-contact      pic x(30).
    01  oc-dest-text         pic x(100).
    01  oc-dest-role         pic x(12).
    01  oc-dest-level        pic x(10).
