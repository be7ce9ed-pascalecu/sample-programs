    01  delivcommit-filename pic x(100) value "DELIVCOMMIT.TXT".
    01  delivcommit-status   pic xx.

    01  dcm-report           pic x(100).
    01  dcm-recipient        pic x(20).
    01  dcm-due              pic x(6).
    01  dcm-calendar         pic x(10).
    01  dcm-producer         pic x(30).

    01  MAX-COMMITMENTS constant as 200.
    01  cmt-count            binary-long value 0.
    01  cmt-table.
        05 cmt-entry         occurs 200 times.
           10 cmt-report     pic x(100).
           10 cmt-recipient  pic x(20).
           10 cmt-due        pic 9(4).
           10 cmt-calendar   pic x(8).
           10 cmt-producer   pic x(30).
    01  cmt-idx              binary-long.
