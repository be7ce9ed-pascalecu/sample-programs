    01  screenq-record       pic x(400).
