        organization is line sequential
        file status is elapsed-hist-status.

    select layouts-file assign to dynamic layouts-filename
        organization is line sequential
        file status is layouts-status.

    select partprof-file assign to dynamic partprof-filename
        organization is line sequential
        file status is partprof-status.

data division.
file section.
fd  in-file.
fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

fd  layouts-file.
    copy "layouts-fd.cpy".

fd  partprof-file.
    copy "partprof-fd.cpy".

working-storage section.

copy "auditlog-ws.cpy".
copy "operauth-ws.cpy".
copy "elapsed-ws.cpy".
copy "exception-ws.cpy".
copy "reason-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".
copy "layouts-ws.cpy".
copy "partprof-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 run-mode          pic x value 'E'.
   88 mode-export    value 'E'.
   88 mode-import    value 'I'.
   88 mode-layout    value 'L'.
   88 mode-partner   value 'P'.
   88 mode-layout-import values 'L' 'P'.

01 layout-name       pic x(10).
01 in-filename          pic x(100).
01 num-trimmed       pic z(8)9.
01 run-id-work       pic 9(4).

01 imp-source-id     pic x(12).
01 imp-layout-id     pic x(12).
01 imp-delim         pic x value ",".
01 imp-quote         pic x value x"22".
01 imp-delim-name    pic x(10).
01 imp-quote-name    pic x(8).
01 imp-header-flag   pic x value "Y".
   88 imp-header-row value "Y".
01 MAX-IMPORT-COLS   constant as 100.
01 imp-col-count     binary-long.
01 imp-col-expected  binary-long value 0.
01 imp-col-idx       binary-long.
01 imp-open-quote-col binary-long.
01 imp-col-table.
   05 imp-col-entry  occurs 100 times.
      10 imp-col-value pic x(100).
      10 imp-col-len   binary-long.
      10 imp-col-field binary-long.
01 imp-name-work     pic x(100).
01 imp-value         pic x(100).
01 imp-value-len     binary-long.
01 imp-work          pic x(100).
01 imp-ptr           binary-long.
01 imp-sign          pic x.
01 imp-fill-len      pic s9(4) comp.
01 imp-zeros         pic x(100) value all "0".
01 imp-row-no        pic 9(9) value 0.
01 imp-row-disp      pic z(8)9.
01 imp-num-disp      pic z(8)9.
01 imp-num-disp-2    pic z(8)9.
01 imp-msg-id        pic x(7).
01 imp-reason        pic x(80).

procedure division.

main.
    perform validate-args
    perform check-operator-authority

    evaluate true
        when mode-export
            perform run-export-pass
        when mode-layout-import
            perform run-layout-import-pass
        when other
            perform run-import-pass
    end-evaluate

    move in-filename to audit-input-value
    move spaces to audit-result-value
           " bad=" records-bad
           delimited by size into audit-result-value
    perform log-audit-entry

    if mode-layout-import and records-bad > 0
        move 4 to return-code
    end-if
    stop run.

validate-args.
            set mode-export to true
        when "-i"
            set mode-import to true
        when "-l"
            set mode-layout to true
        when "-p"
            set mode-partner to true
        when other
            perform show-usage
    end-evaluate

    move function upper-case(arg-val(2)) to layout-name
    move arg-val(2) to imp-source-id
    move arg-val(3) to in-filename
    move arg-val(4) to out-filename
    move arg-val(5) to report-filename

    if mode-layout-import
        if imp-source-id = spaces
            perform show-usage
        end-if
    else
        if layout-name <> "EXTRACT" and layout-name <> "TREND"
           and layout-name <> "REPORT"
            perform show-usage
        end-if
    end-if

    if mode-import and layout-name = "REPORT"
    end-if.

run-export-pass.
    move function current-date to rsum-start-stamp

    open input in-file
    if in-file-status <> "00"
           with pointer csv-ptr.

run-import-pass.
    move function current-date to rsum-start-stamp

    open input in-file
    if in-file-status <> "00"
    add 1 to records-bad
    move spaces to exception-file-record
    string function trim(in-file-record(1:80))
           ": DLC101W REJECTED (bad delimited row)"
           delimited by size into exception-file-record
    set rsn-bad-layout to true
    perform write-exception-line.

split-csv-fields.
    move 0 to fld-count
        end-evaluate
    end-perform.

resolve-import-format.
    move "," to imp-delim
    move x"22" to imp-quote
    move "Y" to imp-header-flag
    move "COMMA" to imp-delim-name
    move "DQUOTE" to imp-quote-name

    if mode-partner
        move imp-source-id to partprof-lookup-id
        perform find-partner-profile
        if not partprof-was-found
            display "Partner " function trim(partprof-lookup-id)
                    " is not registered in the partner profile"
                    " master " function trim(partprof-filename)
            move 16 to return-code
            stop run
        end-if
        if pp-layout = spaces or pp-layout = "-"
            display "Partner " function trim(partprof-lookup-id)
                    " has no LAYOUT in the partner profile"
                    " master " function trim(partprof-filename)
            move 16 to return-code
            stop run
        end-if
        move pp-layout to imp-layout-id
        perform apply-partner-format
    else
        move imp-source-id to imp-layout-id
    end-if

    move imp-layout-id to layout-name
    perform load-layout-fields
    if lay-field-count = 0
        display "Layout " function trim(imp-layout-id)
                " is not registered in " function trim(layouts-filename)
        move 16 to return-code
        stop run
    end-if

    if lay-multi-type
        move "N" to imp-header-flag
    end-if.

apply-partner-format.
    move function upper-case(pp-delim) to pp-delim
    evaluate pp-delim
        when "PIPE"
            move "|" to imp-delim
        when "TAB"
            move x"09" to imp-delim
        when "SEMICOLON"
            move ";" to imp-delim
    end-evaluate
    if pp-delim <> spaces and pp-delim <> "-"
        move pp-delim to imp-delim-name
    end-if

    move function upper-case(pp-quote) to pp-quote
    evaluate pp-quote
        when "SQUOTE"
            move "'" to imp-quote
        when "NONE"
            move low-value to imp-quote
    end-evaluate
    if pp-quote <> spaces and pp-quote <> "-"
        move pp-quote to imp-quote-name
    end-if

    move function upper-case(pp-header) to pp-header
    if pp-header = "N"
        move "N" to imp-header-flag
    end-if.

run-layout-import-pass.
    move function current-date to rsum-start-stamp
    perform resolve-import-format

    open input in-file
    if in-file-status <> "00"
        perform show-usage
    end-if

    open output out-file
    if out-file-status <> "00"
        perform show-usage
    end-if

    move spaces to exception-filename
    string function trim(report-filename) ".exc"
           delimited by size into exception-filename
    open output exception-file
    if exception-file-status <> "00"
        perform show-usage
    end-if

    if lay-multi-type
        perform reset-record-structure
    else
        if imp-header-row
            perform read-import-header
        else
            perform map-columns-by-position
        end-if
    end-if

    read in-file
    perform until in-file-status = "10"
        add 1 to records-in
        add 1 to imp-row-no
        perform import-layout-row
        read in-file
    end-perform

    if lay-multi-type and lay-rec-seq > 0
        perform finish-record-structure
        if lay-struct-fault <> spaces
            add 1 to records-bad
            move spaces to exception-file-record
            string function trim(in-filename)
                   ": DLC107W FILE STRUCTURE ("
                   function trim(lay-struct-fault) ")"
                   delimited by size into exception-file-record
            set rsn-structure to true
            perform write-exception-line
        end-if
    end-if

    close in-file
    close out-file
    close exception-file

    perform write-conversion-report.

read-import-header.
    move 0 to imp-col-expected
    read in-file
    perform until in-file-status = "10"
        add 1 to records-in
        add 1 to imp-row-no
        if function trim(in-file-record) <> spaces
            exit perform
        end-if
        read in-file
    end-perform

    if in-file-status = "10"
        exit paragraph
    end-if

    perform split-delimited-row
    move imp-col-count to imp-col-expected
    if imp-col-expected > MAX-IMPORT-COLS
        move MAX-IMPORT-COLS to imp-col-expected
    end-if

    perform varying imp-col-idx from 1 by 1
            until imp-col-idx > imp-col-expected
        perform match-header-column
    end-perform

    perform check-required-fields-mapped.

match-header-column.
    move 0 to imp-col-field(imp-col-idx)
    move function upper-case(function trim(imp-col-value(imp-col-idx)))
        to imp-name-work

    perform varying lay-field-idx from 1 by 1
            until lay-field-idx > lay-field-count
        if function upper-case(lay-field-name(lay-field-idx))
           = imp-name-work
            move lay-field-idx to imp-col-field(imp-col-idx)
            exit perform
        end-if
    end-perform.

map-columns-by-position.
    move lay-field-count to imp-col-expected
    if imp-col-expected > MAX-IMPORT-COLS
        move MAX-IMPORT-COLS to imp-col-expected
    end-if

    perform varying imp-col-idx from 1 by 1
            until imp-col-idx > imp-col-expected
        move imp-col-idx to imp-col-field(imp-col-idx)
    end-perform.

check-required-fields-mapped.
    perform varying lay-field-idx from 1 by 1
            until lay-field-idx > lay-field-count
        if lay-field-reqd(lay-field-idx) = "Y"
            perform find-field-column
            if imp-col-idx > imp-col-expected
                perform refuse-import-header
            end-if
        end-if
    end-perform.

find-field-column.
    perform varying imp-col-idx from 1 by 1
            until imp-col-idx > imp-col-expected
        if imp-col-field(imp-col-idx) = lay-field-idx
            exit perform
        end-if
    end-perform.

refuse-import-header.
    close in-file
    close out-file
    close exception-file

    display "DLC201E IMPORT REFUSED: header row of "
            function trim(in-filename)
            " has no column for required field "
            function trim(lay-field-name(lay-field-idx))
            " of layout " function trim(imp-layout-id)
            " - nothing was imported"

    move in-filename to audit-input-value
    move spaces to audit-result-value
    string "IMPORT REFUSED: no column for required field "
           function trim(lay-field-name(lay-field-idx))
           " of layout " function trim(imp-layout-id)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 8 to return-code
    stop run.

import-layout-row.
    if function trim(in-file-record) = spaces
        exit paragraph
    end-if

    perform split-delimited-row

    if imp-open-quote-col > 0
        move imp-open-quote-col to imp-col-idx
        move "DLC103W" to imp-msg-id
        move "unbalanced quotes" to imp-reason
        perform reject-layout-row
        exit paragraph
    end-if

    if lay-multi-type
        perform map-columns-for-record-type
        if lay-rec-undeclared
            move 1 to imp-col-idx
            move "DLC108W" to imp-msg-id
            move spaces to imp-reason
            string "record type " function trim(lay-rec-code)
                   " not declared for layout "
                   function trim(imp-layout-id)
                   delimited by size into imp-reason
            perform reject-layout-row
            exit paragraph
        end-if
    end-if

    if imp-col-count <> imp-col-expected
        move imp-col-count to imp-col-idx
        move "DLC102W" to imp-msg-id
        move imp-col-count to imp-num-disp
        move imp-col-expected to imp-num-disp-2
        move spaces to imp-reason
        string function trim(imp-num-disp) " columns, expected "
               function trim(imp-num-disp-2)
               delimited by size into imp-reason
        perform reject-layout-row
        exit paragraph
    end-if

    move spaces to out-file-record
    move spaces to imp-reason
    perform varying imp-col-idx from 1 by 1
            until imp-col-idx > imp-col-count
               or imp-reason <> spaces
        if imp-col-field(imp-col-idx) > 0
            perform place-import-column
        end-if
    end-perform

    if imp-reason <> spaces
        subtract 1 from imp-col-idx
        perform reject-layout-row
        exit paragraph
    end-if

    if lay-multi-type
        if lay-rectype-start + lay-rectype-len - 1 <= 500
            move lay-rec-code
                to out-file-record(lay-rectype-start:lay-rectype-len)
        end-if
        perform track-record-structure
    end-if

    write out-file-record
    if out-file-status <> "00"
        move 0 to imp-col-idx
        move "DLC106W" to imp-msg-id
        string "fixed record could not be written, file status "
               out-file-status
               delimited by size into imp-reason
        perform reject-layout-row
        exit paragraph
    end-if
    add 1 to records-out.

map-columns-for-record-type.
    move function upper-case(function trim(imp-col-value(1)))
        to lay-rec-code
    perform classify-record-type
    if lay-rec-undeclared
        exit paragraph
    end-if

    move 1 to imp-col-expected
    move 0 to imp-col-field(1)
    perform varying lay-field-idx from 1 by 1
            until lay-field-idx > lay-field-count
        if (lay-field-rectype(lay-field-idx) = spaces
            or lay-field-rectype(lay-field-idx) = lay-rec-code)
           and lay-field-start(lay-field-idx) <> lay-rectype-start
           and imp-col-expected < MAX-IMPORT-COLS
            add 1 to imp-col-expected
            move lay-field-idx to imp-col-field(imp-col-expected)
        end-if
    end-perform.

place-import-column.
    move imp-col-field(imp-col-idx) to lay-field-idx

    if imp-col-len(imp-col-idx) > lay-field-len(lay-field-idx)
       and imp-col-len(imp-col-idx) > 100
        move imp-col-len(imp-col-idx) to imp-value-len
        perform reject-long-value
        exit paragraph
    end-if

    move function trim(imp-col-value(imp-col-idx)) to imp-value
    if imp-value = spaces
        exit paragraph
    end-if
    compute imp-value-len =
        function length(function trim(imp-value))

    if lay-field-type(lay-field-idx) = "N"
        perform zero-fill-numeric-value
        if imp-reason <> spaces
            exit paragraph
        end-if
    end-if

    if imp-value-len > lay-field-len(lay-field-idx)
        perform reject-long-value
        exit paragraph
    end-if

    if lay-field-start(lay-field-idx) = 0
       or lay-field-len(lay-field-idx) = 0
       or lay-field-start(lay-field-idx)
          + lay-field-len(lay-field-idx) - 1 > 500
        exit paragraph
    end-if

    move imp-value(1:lay-field-len(lay-field-idx))
        to out-file-record(lay-field-start(lay-field-idx):
                           lay-field-len(lay-field-idx)).

reject-long-value.
    move "DLC104W" to imp-msg-id
    move imp-value-len to imp-num-disp
    move lay-field-len(lay-field-idx) to imp-num-disp-2
    string function trim(lay-field-name(lay-field-idx))
           " value is " function trim(imp-num-disp)
           " long, field holds " function trim(imp-num-disp-2)
           delimited by size into imp-reason.

zero-fill-numeric-value.
    if function test-numval(imp-value) <> 0
        move "DLC105W" to imp-msg-id
        string function trim(lay-field-name(lay-field-idx))
               " value is not numeric"
               delimited by size into imp-reason
        exit paragraph
    end-if

    move space to imp-sign
    if imp-value(1:1) = "-" or imp-value(1:1) = "+"
        move imp-value(1:1) to imp-sign
        move imp-value(2:) to imp-value
        subtract 1 from imp-value-len
    end-if

    compute imp-fill-len =
        lay-field-len(lay-field-idx) - imp-value-len
    if imp-sign = "-"
        subtract 1 from imp-fill-len
    end-if

    if imp-fill-len < 0
        compute imp-value-len =
            lay-field-len(lay-field-idx) - imp-fill-len
        exit paragraph
    end-if

    move spaces to imp-work
    move 1 to imp-ptr
    if imp-sign = "-"
        string "-" delimited by size into imp-work
               with pointer imp-ptr
    end-if
    if imp-fill-len > 0
        string imp-zeros(1:imp-fill-len) delimited by size
               into imp-work with pointer imp-ptr
    end-if
    string imp-value(1:imp-value-len) delimited by size
           into imp-work with pointer imp-ptr

    move imp-work to imp-value
    move lay-field-len(lay-field-idx) to imp-value-len.

reject-layout-row.
    add 1 to records-bad
    move imp-row-no to imp-row-disp
    move imp-col-idx to imp-num-disp
    move spaces to exception-file-record
    string "row " function trim(imp-row-disp)
           " column " function trim(imp-num-disp) ": "
           imp-msg-id " REJECTED (" function trim(imp-reason)
           "): " function trim(in-file-record(1:80))
           delimited by size into exception-file-record
    inspect exception-file-record replacing all x"09" by space
    evaluate imp-msg-id
        when "DLC105W"
            set rsn-not-numeric to true
        when "DLC106W"
            set rsn-system-failure to true
        when "DLC108W"
            set rsn-bad-layout to true
        when other
            set rsn-bad-layout to true
    end-evaluate
    perform write-exception-line.

split-delimited-row.
    move 1 to imp-col-count
    move 0 to imp-open-quote-col
    move spaces to imp-col-value(1)
    move 0 to imp-col-len(1)
    move "N" to csv-in-quotes

    compute csv-len =
        function stored-char-length(in-file-record)

    perform varying csv-ptr from 1 by 1 until csv-ptr > csv-len
        evaluate true
            when in-file-record(csv-ptr:1) = imp-quote
                  and csv-in-quotes = "N"
                move "Y" to csv-in-quotes
                move imp-col-count to imp-open-quote-col
            when in-file-record(csv-ptr:1) = imp-quote
                  and csv-in-quotes = "Y"
                if csv-ptr < csv-len
                   and in-file-record(csv-ptr + 1:1) = imp-quote
                    perform add-import-character
                    add 1 to csv-ptr
                else
                    move "N" to csv-in-quotes
                    move 0 to imp-open-quote-col
                end-if
            when in-file-record(csv-ptr:1) = imp-delim
                  and csv-in-quotes = "N"
                add 1 to imp-col-count
                if imp-col-count <= MAX-IMPORT-COLS
                    move spaces to imp-col-value(imp-col-count)
                    move 0 to imp-col-len(imp-col-count)
                end-if
            when other
                perform add-import-character
        end-evaluate
    end-perform.

add-import-character.
    if imp-col-count > MAX-IMPORT-COLS
        exit paragraph
    end-if

    add 1 to imp-col-len(imp-col-count)
    if imp-col-len(imp-col-count) <= 100
        move in-file-record(csv-ptr:1)
            to imp-col-value(imp-col-count)
               (imp-col-len(imp-col-count):1)
    end-if.

write-column-map.
    move spaces to report-file-record
    string "Format: delimiter " function trim(imp-delim-name)
           "  quote " function trim(imp-quote-name)
           "  header row " imp-header-flag
           delimited by size into report-file-record
    perform write-detail-line

    if lay-multi-type
        perform write-type-column-map
        exit paragraph
    end-if

    perform varying imp-col-idx from 1 by 1
            until imp-col-idx > imp-col-expected
        move imp-col-idx to imp-num-disp
        move spaces to report-file-record
        if imp-col-field(imp-col-idx) = 0
            string "  column " function trim(imp-num-disp)
                   "  (no field of that name - ignored)"
                   delimited by size into report-file-record
        else
            move imp-col-field(imp-col-idx) to lay-field-idx
            move lay-field-start(lay-field-idx) to imp-row-disp
            string "  column " function trim(imp-num-disp) "  -> "
                   lay-field-name(lay-field-idx)
                   " at " function trim(imp-row-disp)
                   delimited by size into report-file-record
        end-if
        perform write-detail-line
    end-perform.

write-type-column-map.
    perform varying lay-type-idx from 1 by 1
            until lay-type-idx > lay-type-count
        move lay-type-code(lay-type-idx) to lay-rec-code
        move spaces to report-file-record
        evaluate lay-type-role(lay-type-idx)
            when "H"
                string "  type " function trim(lay-rec-code)
                       " (header): column 1 is the record type, then"
                       delimited by size into report-file-record
            when "T"
                string "  type " function trim(lay-rec-code)
                       " (trailer): column 1 is the record type, then"
                       delimited by size into report-file-record
            when other
                string "  type " function trim(lay-rec-code)
                       " (detail): column 1 is the record type, then"
                       delimited by size into report-file-record
        end-evaluate
        perform write-detail-line
        move 1 to imp-col-idx
        perform varying lay-field-idx from 1 by 1
                until lay-field-idx > lay-field-count
            if (lay-field-rectype(lay-field-idx) = spaces
                or lay-field-rectype(lay-field-idx) = lay-rec-code)
               and lay-field-start(lay-field-idx) <> lay-rectype-start
                add 1 to imp-col-idx
                move imp-col-idx to imp-num-disp
                move lay-field-start(lay-field-idx) to imp-row-disp
                move spaces to report-file-record
                string "    column " function trim(imp-num-disp)
                       "  -> " lay-field-name(lay-field-idx)
                       " at " function trim(imp-row-disp)
                       delimited by size into report-file-record
                perform write-detail-line
            end-if
        end-perform
    end-perform

    if lay-struct-fault <> spaces
        move spaces to report-file-record
        string "  FILE STRUCTURE: " function trim(lay-struct-fault)
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

load-layout-fields.
    move 0 to lay-field-count
    move 0 to lay-type-count
    move "N" to lay-multi-flag
    move "N" to lay-hdr-declared
    move "N" to lay-trl-declared
    move 1 to lay-rectype-start
    move 1 to lay-rectype-len
    move 0 to lay-count-start
    move 0 to lay-count-len

    open input layouts-file
    if layouts-status <> "00"
        exit paragraph
    end-if

    read layouts-file
    perform until layouts-status = "10"
        perform load-one-layout-field
        read layouts-file
    end-perform

    close layouts-file.

load-one-layout-field.
    if function trim(layouts-record) = spaces
       or layouts-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to ly-layout
    move spaces to ly-name
    move spaces to ly-start
    move spaces to ly-len
    move spaces to ly-type
    move spaces to ly-reqd
    move spaces to ly-low
    move spaces to ly-high
    move spaces to ly-mask

    unstring layouts-record delimited by " | "
        into ly-layout, ly-name, ly-start, ly-len, ly-type,
             ly-reqd, ly-low, ly-high, ly-mask
    end-unstring

    move spaces to ly-layout-base
    move spaces to ly-rec-code
    unstring ly-layout delimited by ":"
        into ly-layout-base, ly-rec-code
    end-unstring
    move function upper-case(ly-rec-code) to ly-rec-code

    if ly-layout-base <> imp-layout-id
        exit paragraph
    end-if

    if ly-name(1:1) = "@"
        perform load-layout-directive
        exit paragraph
    end-if

    if function test-numval(ly-start) <> 0
       or function test-numval(ly-len) <> 0
        exit paragraph
    end-if

    if lay-field-count >= MAX-LAYOUT-FIELDS
        exit paragraph
    end-if

    add 1 to lay-field-count
    move ly-name to lay-field-name(lay-field-count)
    move ly-rec-code to lay-field-rectype(lay-field-count)
    if ly-rec-code <> spaces
        move "F" to lay-rec-role
        perform register-layout-type
    end-if
    compute lay-field-start(lay-field-count) =
        function numval(ly-start)
    compute lay-field-len(lay-field-count) =
        function numval(ly-len)
    if lay-field-len(lay-field-count) > 100
        move 100 to lay-field-len(lay-field-count)
    end-if
    move ly-type(1:1) to lay-field-type(lay-field-count)
    move ly-reqd(1:1) to lay-field-reqd(lay-field-count)
    move ly-low to lay-field-low(lay-field-count)
    move ly-high to lay-field-high(lay-field-count)
    move ly-mask(1:1) to lay-field-mask(lay-field-count).

load-layout-directive.
    move function upper-case(ly-name) to ly-name
    evaluate ly-name
        when "@RECTYPE"
            if function test-numval(ly-start) = 0
               and function test-numval(ly-len) = 0
                if function numval(ly-start) > 0
                   and function numval(ly-len) > 0
                   and function numval(ly-len) <= 4
                    compute lay-rectype-start = function numval(ly-start)
                    compute lay-rectype-len = function numval(ly-len)
                    set lay-multi-type to true
                end-if
            end-if
        when "@COUNT"
            if function test-numval(ly-start) = 0
               and function test-numval(ly-len) = 0
                if function numval(ly-start) > 0
                   and function numval(ly-len) > 0
                   and function numval(ly-len) <= 9
                    compute lay-count-start = function numval(ly-start)
                    compute lay-count-len = function numval(ly-len)
                end-if
            end-if
        when "@HEADER"
            move function upper-case(ly-start(1:4)) to ly-rec-code
            move "H" to lay-rec-role
            move "Y" to lay-hdr-declared
            perform register-layout-type
        when "@TRAILER"
            move function upper-case(ly-start(1:4)) to ly-rec-code
            move "T" to lay-rec-role
            move "Y" to lay-trl-declared
            perform register-layout-type
        when "@DETAIL"
            move function upper-case(ly-start(1:4)) to ly-rec-code
            move "D" to lay-rec-role
            perform register-layout-type
    end-evaluate.

register-layout-type.
    if ly-rec-code = spaces
        exit paragraph
    end-if
    set lay-multi-type to true

    perform varying lay-type-idx from 1 by 1
            until lay-type-idx > lay-type-count
        if lay-type-code(lay-type-idx) = ly-rec-code
            if lay-rec-role <> "F"
                move lay-rec-role to lay-type-role(lay-type-idx)
            end-if
            exit paragraph
        end-if
    end-perform

    if lay-type-count >= MAX-LAYOUT-TYPES
        exit paragraph
    end-if

    add 1 to lay-type-count
    move ly-rec-code to lay-type-code(lay-type-count)
    move lay-rec-role to lay-type-role(lay-type-count)
    if lay-rec-role = "F"
        move "D" to lay-type-role(lay-type-count)
    end-if.

classify-record-type.
    move function upper-case(lay-rec-code) to lay-rec-code
    move "?" to lay-rec-role
    perform varying lay-type-idx from 1 by 1
            until lay-type-idx > lay-type-count
        if lay-type-code(lay-type-idx) = lay-rec-code
            move lay-type-role(lay-type-idx) to lay-rec-role
            exit perform
        end-if
    end-perform.

reset-record-structure.
    move 0 to lay-rec-seq
    move 0 to lay-hdr-seen
    move 0 to lay-dtl-seen
    move 0 to lay-trl-seen
    move 0 to lay-trl-count-value
    move spaces to lay-struct-fault.

track-record-structure.
    add 1 to lay-rec-seq

    if lay-trl-seen > 0 and lay-struct-fault = spaces
        move lay-rec-seq to lay-count-disp
        string "record " function trim(lay-count-disp)
               " follows the trailer"
               delimited by size into lay-struct-fault
    end-if

    evaluate true
        when lay-rec-header
            add 1 to lay-hdr-seen
            if lay-struct-fault = spaces
                if lay-hdr-seen > 1
                    move "more than one header record"
                        to lay-struct-fault
                else
                    if lay-rec-seq > 1
                        move "header is not the first record"
                            to lay-struct-fault
                    end-if
                end-if
            end-if
        when lay-rec-trailer
            add 1 to lay-trl-seen
            if lay-trl-seen = 1 and lay-count-len > 0
                if out-file-record(lay-count-start:lay-count-len) is numeric
                    move out-file-record(lay-count-start:lay-count-len)
                        to lay-trl-count-value
                else
                    if lay-struct-fault = spaces
                        move "trailer record count is not numeric"
                            to lay-struct-fault
                    end-if
                end-if
            end-if
        when lay-rec-detail
            add 1 to lay-dtl-seen
            if lay-hdr-declared = "Y" and lay-hdr-seen = 0
               and lay-struct-fault = spaces
                move "detail record before the header"
                    to lay-struct-fault
            end-if
    end-evaluate.

finish-record-structure.
    if lay-struct-fault <> spaces
        exit paragraph
    end-if

    evaluate true
        when lay-hdr-declared = "Y" and lay-hdr-seen = 0
            move "no header record" to lay-struct-fault
        when lay-trl-declared = "Y" and lay-trl-seen = 0
            move "no trailer record" to lay-struct-fault
        when lay-trl-seen > 1
            move "more than one trailer record" to lay-struct-fault
        when lay-trl-seen = 1 and lay-count-len > 0
             and lay-trl-count-value <> lay-dtl-seen
            move lay-trl-count-value to lay-count-disp
            move lay-dtl-seen to lay-count-disp-2
            string "trailer count " function trim(lay-count-disp)
                   " does not equal detail count "
                   function trim(lay-count-disp-2)
                   delimited by size into lay-struct-fault
    end-evaluate.

find-partner-profile.
    move "N" to partprof-found-flag

    open input partprof-file
    if partprof-status <> "00"
        exit paragraph
    end-if

    read partprof-file
    perform until partprof-status = "10"
        perform parse-partprof-record
        if pp-partner = partprof-lookup-id
           and pp-partner <> spaces
            set partprof-was-found to true
            exit perform
        end-if
        read partprof-file
    end-perform

    close partprof-file.

parse-partprof-record.
    move spaces to pp-partner
    move spaces to pp-intake
    move spaces to pp-layout
    move spaces to pp-calendar
    move spaces to pp-due
    move spaces to pp-xlttab
    move spaces to pp-key-id
    move spaces to pp-feed-id
    move spaces to pp-ctl-policy
    move spaces to pp-ctl-amount
    move spaces to pp-delim
    move spaces to pp-quote
    move spaces to pp-header

    if partprof-record(1:1) = "*"
        exit paragraph
    end-if

    unstring partprof-record delimited by " | "
        into pp-partner, pp-intake, pp-layout, pp-calendar,
             pp-due, pp-xlttab, pp-key-id, pp-feed-id,
             pp-ctl-policy, pp-ctl-amount, pp-delim, pp-quote,
             pp-header
    end-unstring.

write-conversion-report.
    open output report-file
    if report-file-status <> "00"
               " layout to delimited with header row"
               delimited by size into report-file-record
    else
        if mode-partner
            string "Imported partner " function trim(imp-source-id)
                   " delimited rows to the "
                   function trim(imp-layout-id) " layout"
                   delimited by size into report-file-record
        else
            string "Imported delimited rows back to the "
                   function trim(layout-name) " layout"
                   delimited by size into report-file-record
        end-if
    end-if
    perform write-detail-line

    if mode-layout-import
        perform write-column-map
    end-if

    move spaces to report-file-record
    string "Records in: " records-in
           "  out: " records-out
    close report-file.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    write report-file-record
    perform append-elapsed-history.

compute-run-elapsed.
    if rsum-start-date = 0
        move rsum-end-stamp to rsum-start-stamp
    end-if

    move rsum-start-zone to rsum-zone-probe
    perform convert-rsum-zone
    move rsum-zone-mins to rsum-start-zone-mins
    move rsum-end-zone to rsum-zone-probe
    perform convert-rsum-zone
    move rsum-zone-mins to rsum-end-zone-mins

    compute rsum-elapsed-secs =
        (function integer-of-date(rsum-end-date)
            - function integer-of-date(rsum-start-date)) * 86400
        + (rsum-end-hh - rsum-start-hh) * 3600
        + (rsum-end-mm - rsum-start-mm) * 60
        + (rsum-end-ss - rsum-start-ss)
        - (rsum-end-zone-mins - rsum-start-zone-mins) * 60

    move "N" to rsum-clock-flag
    if rsum-end-zone-mins <> rsum-start-zone-mins
        set rsum-clock-changed to true
    end-if.

convert-rsum-zone.
    move 0 to rsum-zone-mins
    if rsum-zone-probe(2:4) is numeric
        compute rsum-zone-mins =
            function numval(rsum-zone-probe(2:2)) * 60
            + function numval(rsum-zone-probe(4:2))
        if rsum-zone-probe(1:1) = "-"
            compute rsum-zone-mins = 0 - rsum-zone-mins
        end-if
    end-if.

init-report-header.
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date
    move audit-business-date to rpt-run-date-8
    move rpt-run-yyyy to rpt-run-date-disp(1:4)
    move "-" to rpt-run-date-disp(5:1)
    move rpt-run-mm to rpt-run-date-disp(6:2)
    display "  numerics trimmed), or"
    display "  -i EXTRACT|TREND <delimited-file> <fixed-file>"
    display "  <report-file> to convert delimited rows back to the"
    display "  fixed layout with bad rows to the exception file, or"
    display "  -l <layout-id> | -p <partner> <delimited-file>"
    display "  <fixed-file> <report-file> to import into a LAYOUTS.TXT"
    display "  layout (-p takes the layout, DELIM, QUOTE and HEADER"
    display "  from the partner profile; -l reads comma/double-quote"
    display "  with a header row). Columns map by header name, or by"
    display "  position when HEADER is N; numerics are right-justified"
    display "  and zero-filled; rejects go to <report-file>.exc with"
    display "  the row and column number"
    display "  a multi-record-type layout (""<layout>:<type>"" field"
    display "  lines, @RECTYPE/@HEADER/@DETAIL/@TRAILER/@COUNT"
    display "  declarations) takes no header row: column 1 of each"
    display "  row is the record type and the columns that follow"
    display "  are that type's fields by position; an undeclared"
    display "  type rejects the row, and a file without one header"
    display "  first, one trailer last and a trailer count equal to"
    display "  the detail count is reported on the exception file"
    move 16 to return-code
    stop run.

        move return-code to eh-rc-hold
    end-if
    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to eh-date-8
    move spaces to eh-run-date
    string eh-date-8(1:4) "-" eh-date-8(5:2) "-" eh-date-8(7:2)
           delimited by size into eh-run-date
    if elapsed-hist-status = "05" or elapsed-hist-status = "35"
        open output elapsed-hist-file
    end-if
    move spaces to eh-clock-note
    if rsum-clock-changed
        move " | CLKCHG" to eh-clock-note
    end-if
    move spaces to elapsed-hist-record
    string function trim(audit-program-id) " | "
           eh-run-date " | "
           audit-run-id " | "
           eh-records-count " | "
           eh-elapsed-hold " | "
           eh-rc-hold eh-clock-note
           delimited by size into elapsed-hist-record
    write elapsed-hist-record
    close elapsed-hist-file.
        end-if
    end-perform.

write-exception-line.
    if exception-reason = spaces
        set rsn-other to true
    end-if
    move REASON-TAG to exception-reason-tag
    move exception-reason to exception-reason-code
    if exception-partner-id = spaces
        move spaces to exception-partner-tag
        move spaces to exception-partner
    else
        move PARTNER-TAG to exception-partner-tag
        move exception-partner-id to exception-partner
    end-if
    write exception-file-record.

log-audit-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date

    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           function trim(audit-operator-id) " | run="
           audit-run-id " | unit="
           function trim(audit-unit-id) " | win="
           function trim(audit-window-id) " | bus="
           audit-business-date(1:4) "-" audit-business-date(5:2) "-"
           audit-business-date(7:2)
           delimited by size into audit-log-record
    perform chain-audit-record
    write audit-log-record
        compute audit-run-id = function numval(audit-run-id-env)
    end-if.

resolve-business-date.
    accept audit-business-date from date yyyymmdd
    move "C" to audit-business-date-src
    move spaces to audit-business-date-env
    accept audit-business-date-env from environment "UTILBUSDATE"
        on exception
            continue
    end-accept
    if audit-business-date-env(5:1) = "-"
       and audit-business-date-env(8:1) = "-"
       and audit-business-date-env(1:4) is numeric
       and audit-business-date-env(6:2) is numeric
       and audit-business-date-env(9:2) is numeric
        compute audit-business-probe =
            function numval(audit-business-date-env(1:4)) * 10000
            + function numval(audit-business-date-env(6:2)) * 100
            + function numval(audit-business-date-env(9:2))
        if function test-date-yyyymmdd(audit-business-probe) = 0
            move audit-business-probe to audit-business-date
            move "E" to audit-business-date-src
        end-if
    end-if.

resolve-audit-operator.
    move spaces to audit-operator-id
    accept audit-operator-id from environment "LOGNAME"
