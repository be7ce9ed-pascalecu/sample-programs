    01  exception-file-record.
        05 exception-text          pic x(120).
        05 exception-reason-tag    pic x(5).
        05 exception-reason-code   pic x(8).
        05 exception-partner-tag   pic x(5).
        05 exception-partner       pic x(12).
