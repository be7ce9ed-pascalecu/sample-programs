    01  partprof-filename    pic x(100) value "PARTPROF.TXT".
    01  partprof-status      pic xx.
    01  partprof-lookup-id   pic x(12).
    01  partprof-found-flag  pic x value 'N'.
        88 partprof-was-found value 'Y'.

    01  pp-partner           pic x(12).
    01  pp-intake            pic x(12).
    01  pp-layout            pic x(12).
    01  pp-calendar          pic x(100).
    01  pp-due               pic x(6).
    01  pp-xlttab            pic x(20).
    01  pp-key-id            pic x(20).
    01  pp-feed-id           pic x(12).
    01  pp-ctl-policy        pic x(8).
    01  pp-ctl-amount        pic x(20).
    01  pp-delim             pic x(10).
    01  pp-quote             pic x(8).
    01  pp-header            pic x(4).
