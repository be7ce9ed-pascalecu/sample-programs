    01  ckd-scheme           pic x(5).
        88 ckd-luhn          value "LUHN".
        88 ckd-mod11         value "MOD11".
        88 ckd-mod97         value "MOD97".
    01  ckd-number           pic x(40).
    01  ckd-len              binary-long.
    01  ckd-payload-len      binary-long.
    01  ckd-width            binary-long.
    01  ckd-idx              binary-long.
    01  ckd-pos              binary-long.
    01  ckd-digit            pic 9.
    01  ckd-doubled          pic 99.
    01  ckd-weight           pic 99.
    01  ckd-sum              pic 9(6).
    01  ckd-expected         pic 99.
    01  ckd-expected-x redefines ckd-expected pic x(2).
    01  ckd-check-text       pic x(2).
    01  ckd-given            pic x(2).
    01  ckd-result           pic x value "Y".
        88 ckd-ok            value "Y".
        88 ckd-bad           value "N".
        88 ckd-not-digits    value "D".
        88 ckd-too-short     value "S".
        88 ckd-too-long      value "L".
        88 ckd-no-check      value "X".
