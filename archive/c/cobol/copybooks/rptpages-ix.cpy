    01  rpt-page-line-record.
        05  rpt-page-line-key.
            10  rpl-base         pic x(60).
            10  rpl-gen          pic 9(4).
            10  rpl-page         pic 9(5).
            10  rpl-line         pic 9(5).
        05  rpl-text             pic x(160).
