    01  rpt-index-filename      pic x(100) value "RPTINDEX.DAT".
    01  rpt-index-status        pic xx.
