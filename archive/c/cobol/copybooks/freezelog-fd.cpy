    01  freezelog-record     pic x(300).
