    01  rcat-rec-run         pic x(10).
    01  rcat-rec-gen         pic x(6).
    01  rcat-rec-actual      pic x(100).
    01  rcat-rec-class       pic x(10).
    01  rcat-max-gen         pic 9(4).
    01  rcat-gen             pic 9(4).
    01  rcat-date-8          pic 9(8).
