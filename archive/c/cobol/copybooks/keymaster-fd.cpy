    01  key-file-record.
        05 key-file-key.
           10 key-file-table     pic x(8).
           10 key-file-num       pic s9(9).
        05 key-file-desc         pic x(40).
        05 key-file-state        pic x(1).
           88 key-file-inactive  value "I".
        05 key-file-eff-from     pic x(10).
        05 key-file-eff-to       pic x(10).
