    01  incident-record      pic x(400).
