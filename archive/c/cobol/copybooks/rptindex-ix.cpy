    01  rpt-index-record.
        05  rpt-index-key.
            10  rix-base         pic x(60).
            10  rix-gen          pic 9(4).
            10  rix-page         pic 9(5).
        05  rix-run              pic x(10).
        05  rix-date             pic x(12).
        05  rix-first-line       pic 9(7).
        05  rix-line-count       pic 9(5).
        05  rix-low-key          pic x(30).
        05  rix-high-key         pic x(30).
        05  rix-actual           pic x(100).
