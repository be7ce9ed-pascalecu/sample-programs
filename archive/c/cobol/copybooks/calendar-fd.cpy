        05 cal-file-date     pic x(10).
        05 filler            pic x(1).
        05 cal-file-flag     pic x(1).
        05 filler            pic x(1).
        05 cal-file-freeze   pic x(1).
        05 filler            pic x(1).
        05 cal-file-freeze-name pic x(30).
        05 filler            pic x(1).
        05 cal-file-fiscal-year   pic x(4).
        05 filler            pic x(1).
        05 cal-file-fiscal-qtr    pic x(1).
        05 filler            pic x(1).
        05 cal-file-fiscal-period pic x(2).
        05 filler            pic x(1).
        05 cal-file-fiscal-week   pic x(2).
