    01  partprof-record      pic x(300).
