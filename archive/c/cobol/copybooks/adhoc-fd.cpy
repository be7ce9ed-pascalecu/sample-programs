    01  adhoc-record         pic x(500).
