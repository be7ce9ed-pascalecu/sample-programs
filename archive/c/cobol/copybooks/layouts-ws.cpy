    01  ly-low               pic x(15).
    01  ly-high              pic x(15).
    01  ly-mask              pic x(4).
    01  ly-keyref            pic x(8).
    01  ly-layout-base       pic x(12).
    01  ly-rec-code          pic x(4).

    01  MAX-LAYOUT-FIELDS    constant as 100.
    01  lay-field-count      binary-long value 0.
           10 lay-field-low   pic x(15).
           10 lay-field-high  pic x(15).
           10 lay-field-mask  pic x(1).
           10 lay-field-keyref pic x(1).
           10 lay-field-key-table pic x(8).
           10 lay-field-check pic x(5).
           10 lay-field-rectype pic x(4).
    01  lay-field-idx        binary-long.

    01  lay-multi-flag       pic x value "N".
        88 lay-multi-type    value "Y".
    01  lay-rectype-start    pic 9(4) value 1.
    01  lay-rectype-len      pic 9(4) value 1.
    01  lay-count-start      pic 9(4) value 0.
    01  lay-count-len        pic 9(4) value 0.
    01  lay-hdr-declared     pic x value "N".
    01  lay-trl-declared     pic x value "N".
    01  MAX-LAYOUT-TYPES     constant as 20.
    01  lay-type-count       binary-long value 0.
    01  lay-type-table.
        05 lay-type-entry    occurs 20 times.
           10 lay-type-code  pic x(4).
           10 lay-type-role  pic x(1).
    01  lay-type-idx         binary-long.
    01  lay-rec-code         pic x(4).
    01  lay-rec-role         pic x(1).
        88 lay-rec-header    value "H".
        88 lay-rec-detail    value "D".
        88 lay-rec-trailer   value "T".
        88 lay-rec-undeclared value "?".
    01  lay-rec-seq          pic 9(9).
    01  lay-hdr-seen         pic 9(9).
    01  lay-dtl-seen         pic 9(9).
    01  lay-trl-seen         pic 9(9).
    01  lay-trl-count-value  pic 9(9).
    01  lay-count-disp       pic z(8)9.
    01  lay-count-disp-2     pic z(8)9.
    01  lay-struct-fault     pic x(80).
