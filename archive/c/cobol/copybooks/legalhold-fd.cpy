    01  legalhold-record     pic x(400).
