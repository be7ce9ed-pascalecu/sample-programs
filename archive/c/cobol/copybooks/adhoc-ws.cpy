    01  adhoc-filename       pic x(100) value "ADHOCREQ.TXT".
    01  adhoc-status         pic xx.
    01  adhoc-work-name      pic x(100) value "ADHOCREQ.WORK.TXT".
    01  adhoc-work-status    pic xx.

    01  ah-rec-id            pic x(10).
    01  ah-rec-state         pic x(10).
    01  ah-rec-program       pic x(30).
    01  ah-rec-dept          pic x(8).
    01  ah-rec-window        pic x(8).
    01  ah-rec-requester     pic x(20).
    01  ah-rec-raised        pic x(19).
    01  ah-rec-reason        pic x(60).
    01  ah-rec-args          pic x(120).
    01  ah-rec-decided-by    pic x(20).
    01  ah-rec-decided       pic x(19).
    01  ah-rec-run-id        pic x(4).
    01  ah-rec-rc            pic x(10).
    01  ah-rec-run-ts        pic x(19).
    01  ah-rec-note          pic x(60).
    01  ah-scan-id           pic x(10).
    01  new-adhoc-line       pic x(500).
