    01  screenq-filename     pic x(100) value "SCREENQ.TXT".
    01  screenq-status       pic xx.

    01  sq-rec-id            pic x(10).
    01  sq-rec-state         pic x(10).
    01  sq-rec-partner       pic x(12).
    01  sq-rec-batch         pic x(12).
    01  sq-rec-recno         pic x(9).
    01  sq-rec-grade         pic x(1).
    01  sq-rec-list          pic x(12).
    01  sq-rec-entry         pic x(12).
    01  sq-rec-name          pic x(100).
    01  sq-rec-listed        pic x(60).
    01  sq-rec-raised        pic x(19).
    01  sq-rec-reviewer      pic x(20).
    01  sq-rec-reviewed      pic x(19).
    01  sq-rec-note          pic x(60).

    01  sq-held-count        pic 9(5) value 0.
