    01  snapshot-status      pic xx.
    01  snap-paragraph       pic x(30).
    01  snap-reason          pic x(80).
    01  snap-msg-id          pic x(7).
    01  snap-file-status     pic xx.
    01  snap-last-record     pic x(500).
    01  snap-counter-1       pic 9(9).
