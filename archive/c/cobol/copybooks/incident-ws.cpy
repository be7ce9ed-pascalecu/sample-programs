    01  incident-filename    pic x(100) value "INCIDENTS.TXT".
    01  incident-status      pic xx.
    01  incidentno-filename  pic x(100) value "INCIDENTNO.TXT".
    01  incidentno-status    pic xx.

    01  inc-rec-id           pic x(10).
    01  inc-rec-state        pic x(8).
    01  inc-rec-run          pic x(10).
    01  inc-rec-step         pic x(30).
    01  inc-rec-program      pic x(30).
    01  inc-rec-rc           pic x(12).
    01  inc-rec-outcome      pic x(12).
    01  inc-rec-opened       pic x(19).
    01  inc-rec-cause        pic x(60).
    01  inc-rec-fix          pic x(80).
    01  inc-rec-closed       pic x(19).
    01  inc-rec-closed-by    pic x(20).
    01  inc-rec-problem      pic x(10).

    01  incident-no          pic 9(9) value 0.
    01  incident-no-disp     pic 9(6).
    01  incident-outcome     pic x(12).
    01  incident-rc-text     pic x(12).
