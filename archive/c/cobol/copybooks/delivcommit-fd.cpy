    01  delivcommit-record   pic x(250).
