    01  rsum-start-stamp.
        05  rsum-start-date        pic 9(8) value 0.
        05  rsum-start-time        pic 9(8).
        05  rsum-start-fields redefines rsum-start-time.
            10  rsum-start-hh      pic 9(2).
            10  rsum-start-mm      pic 9(2).
            10  rsum-start-ss      pic 9(2).
            10  rsum-start-th      pic 9(2).
        05  rsum-start-zone        pic x(5).

    01  rsum-end-stamp.
        05  rsum-end-date          pic 9(8) value 0.
        05  rsum-end-time          pic 9(8).
        05  rsum-end-fields redefines rsum-end-time.
            10  rsum-end-hh        pic 9(2).
            10  rsum-end-mm        pic 9(2).
            10  rsum-end-ss        pic 9(2).
            10  rsum-end-th        pic 9(2).
        05  rsum-end-zone          pic x(5).

    01  rsum-elapsed-secs      pic s9(7).
    01  rsum-elapsed-disp      pic -------9.

    01  rsum-zone-probe        pic x(5).
    01  rsum-zone-mins         pic s9(5).
    01  rsum-start-zone-mins   pic s9(5).
    01  rsum-end-zone-mins     pic s9(5).
    01  rsum-clock-flag        pic x value 'N'.
        88  rsum-clock-changed value 'Y'.
