    01  gl-journal-record.
        05  glj-record-type      pic x(1).
            88  glj-is-detail    value "D".
        05  glj-period           pic x(7).
        05  glj-debit-dept       pic x(8).
        05  glj-credit-dept      pic x(8).
        05  glj-amount           pic 9(11)v99.
        05  glj-elapsed          pic 9(11).
        05  glj-records          pic 9(13).
        05  glj-description      pic x(30).
        05  filler               pic x(9).
    01  gl-trailer-record.
        05  glt-record-type      pic x(1).
            88  glt-is-trailer   value "T".
        05  glt-period           pic x(7).
        05  glt-line-count       pic 9(9).
        05  glt-debit-total      pic 9(13)v99.
        05  glt-credit-total     pic 9(13)v99.
        05  glt-run-date         pic x(10).
        05  glt-run-id           pic 9(4).
        05  filler               pic x(39).
