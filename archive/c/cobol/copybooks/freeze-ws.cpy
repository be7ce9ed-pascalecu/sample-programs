    01  freezelog-filename   pic x(100) value "FREEZELOG.TXT".
    01  freezelog-status     pic xx.
    01  freeze-date          pic x(10).
    01  freeze-date-8        pic 9(8).
    01  freeze-kind          pic x value space.
        88  hard-freeze          value "H".
        88  soft-freeze          value "S".
    01  freeze-name          pic x(30).
    01  freeze-reason        pic x(60).
    01  freeze-target        pic x(60).
    01  freeze-outcome       pic x(10).
        88  change-refused       value "REFUSED".
        88  change-emergency     value "EMERGENCY".
    01  freeze-message       pic x(120).
    01  freeze-ts            pic x(19).

    01  fl-rec-ts            pic x(19).
    01  fl-rec-program       pic x(30).
    01  fl-rec-operator      pic x(20).
    01  fl-rec-target        pic x(60).
    01  fl-rec-kind          pic x(1).
    01  fl-rec-name          pic x(30).
    01  fl-rec-outcome       pic x(10).
    01  fl-rec-reason        pic x(60).
