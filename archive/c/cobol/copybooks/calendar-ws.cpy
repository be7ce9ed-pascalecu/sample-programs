    01  calendar-status       pic xx.
    01  cal-lookup-date       pic x(10).
    01  cal-lookup-flag       pic x.
    01  cal-lookup-fiscal.
        05 cal-lookup-fiscal-year   pic x(4).
        05 cal-lookup-fiscal-qtr    pic x(1).
        05 cal-lookup-fiscal-period pic x(2).
        05 cal-lookup-fiscal-week   pic x(2).
    01  cal-work-int          pic s9(9) comp.
    01  cal-work-8            pic 9(8).
    01  cal-weekday           pic 9(1).
