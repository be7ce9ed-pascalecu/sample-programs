    01  rpt-pages-filename      pic x(100) value "RPTPAGES.DAT".
    01  rpt-pages-status        pic xx.
