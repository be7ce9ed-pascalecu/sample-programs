    01  msgcat-filename      pic x(100) value "MSGCAT.TXT".
    01  msgcat-status        pic xx.

    01  mc-rec-id            pic x(10).
    01  mc-rec-severity      pic x(4).
    01  mc-rec-explain       pic x(120).
    01  mc-rec-response      pic x(200).

    01  MAX-MSGCAT           constant as 400.
    01  mc-count             binary-long value 0.
    01  mc-table.
        05 mc-entry          occurs 400 times.
           10 mc-id          pic x(7).
           10 mc-severity    pic x(1).
           10 mc-explain     pic x(120).
           10 mc-response    pic x(200).
    01  mc-idx               binary-long.
    01  mc-found-idx         binary-long.
    01  mc-found-flag        pic x value 'N'.
        88 msgcat-was-found  value 'Y'.
    01  mc-lookup-id         pic x(7).
    01  mc-probe-text        pic x(200).
    01  mc-probe-ptr         binary-long.
    01  mc-token             pic x(40).
    01  mc-token-idx         binary-long.
    01  mc-id-flag           pic x value 'N'.
        88 mc-token-is-id    value 'Y'.
