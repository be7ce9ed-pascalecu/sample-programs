    01  alert-filename       pic x(100) value "ALERTS.TXT".
    01  alert-file-status    pic xx.
    01  alert-severity       pic x(4).
    01  alert-msg-id         pic x(7).
    01  alert-message        pic x(120).
