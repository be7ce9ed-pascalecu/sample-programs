    01  excprsn-record       pic x(150).
