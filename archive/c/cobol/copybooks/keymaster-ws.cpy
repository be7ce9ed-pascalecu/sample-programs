    01  KEY-DEFAULT-TABLE    constant as "DEFAULT".
    01  key-image.
        05 key-image-table       pic x(8).
        05 key-image-num         pic s9(9) sign leading separate.
        05 key-image-desc        pic x(40).
        05 key-image-state       pic x(1).
        05 key-image-eff-from    pic x(10).
        05 key-image-eff-to      pic x(10).
    01  key-legacy-image redefines key-image.
        05 key-legacy-num        pic s9(9) sign leading separate.
        05 filler                pic x(69).
    01  key-today            pic x(10).
    01  key-today-8          pic 9(8).
    01  key-usable-flag      pic x value "N".
        88 key-usable        value "Y".
