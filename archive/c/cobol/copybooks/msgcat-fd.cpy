    01  msgcat-record        pic x(400).
