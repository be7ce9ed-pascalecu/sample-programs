    01  CIPHER-HEADER-TAG    constant as "*CIPHHDR*".
    01  CIPHER-TRAILER-TAG   constant as "*CIPHTRL*".
    01  keyring-filename     pic x(100) value "KEYRING.TXT".
    01  keyring-status       pic xx.
    01  masterkey-filename   pic x(100) value "MASTERKEY.TXT".
    01  masterkey-status     pic xx.
    01  stgchk-status        pic xx.
    01  stg-flag             pic x value "N".
        88 staged-encrypted  value "Y".
    01  stg-verified-flag    pic x value "N".
        88 staged-verified   value "Y".
    01  stg-active-flag      pic x value "N".
        88 stg-active-only   value "Y".
    01  stg-key-found-flag   pic x value "N".
        88 staged-key-found  value "Y".
    01  stg-master-flag      pic x value "N".
        88 stg-master-loaded value "Y".
    01  stg-trailer-flag     pic x value "N".
        88 stg-trailer-seen  value "Y".
    01  stg-direction        pic x value "D".
        88 stg-encrypt       value "E".
        88 stg-decrypt       value "D".
    01  stg-hdr-tag          pic x(9).
    01  stg-key-id           pic x(20).
    01  stg-key-fp-x         pic x(10).
    01  stg-key-fp           pic 9(9) value 0.
    01  stg-key-text         pic x(100).
    01  stg-key-expires      pic x(10).
    01  stg-master-key       pic x(100).
    01  stg-kr-id            pic x(20).
    01  stg-kr-value         pic x(100).
    01  stg-kr-created       pic x(10).
    01  stg-kr-expires       pic x(10).
    01  stg-kr-state         pic x(10).
    01  stg-text             pic x(500).
    01  stg-text-len         pic 9(4) comp.
    01  stg-key-len          pic 9(4) comp.
    01  stg-idx              pic 9(4) comp.
    01  stg-key-idx          pic 9(4) comp.
    01  stg-byte             pic 9(4) comp.
    01  stg-key-byte         pic 9(4) comp.
    01  stg-hex              pic x(200).
    01  stg-hex-table        pic x(16) value "0123456789ABCDEF".
    01  stg-hex-len          pic 9(4) comp.
    01  stg-hx-char          pic x.
    01  stg-hx-val           pic 9(4) comp.
    01  stg-hx-j             pic 9(4) comp.
    01  stg-fp-work          pic 9(9).
    01  stg-work-count       pic 9(9) value 0.
    01  stg-work-checksum    pic 9(9) value 0.
    01  stg-refuse-msg-id    pic x(7).
    01  stg-refuse-reason    pic x(80).
