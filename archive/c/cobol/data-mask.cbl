01 records-written   pic 9(9) value 0.
01 key-fields-masked pic 9(9) value 0.
01 rnd-fields-masked pic 9(9) value 0.
01 records-untyped   pic 9(9) value 0.

01 mask-idx          pic 9(4) comp.
01 mask-pos          pic 9(4) comp.
           " key-fields=" key-fields-masked
           " randomized=" rnd-fields-masked
           " [" function trim(mask-field-list) "]"
           " untyped=" records-untyped
           delimited by size into audit-result-value
    perform log-audit-entry
    stop run.

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
             ly-reqd, ly-low, ly-high, ly-mask
    end-unstring

    move spaces to ly-layout-base
    move spaces to ly-rec-code
    unstring ly-layout delimited by ":"
        into ly-layout-base, ly-rec-code
    end-unstring
    move function upper-case(ly-rec-code) to ly-rec-code

    if ly-layout-base <> mask-layout-id
        exit paragraph
    end-if

    if ly-name(1:1) = "@"
        perform load-layout-directive
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

seed-randomizer.
    accept seed-time from time
    compute rnd-seed = seed-time + 17.
    compute rnd-value = rnd-seed.

run-masking-pass.
    move function current-date to rsum-start-stamp

    open input in-file
    if in-file-status <> "00"
            function trim(in-filename) " into "
            function trim(out-filename)
            " (layout " function trim(mask-layout-id) ")"
    if records-untyped > 0
        display "WARNING: " records-untyped " record(s) carry a"
                " record type not declared for the layout - only"
                " the fields common to every type were masked"
        move 4 to return-code
    end-if

    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
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

mask-one-record.
    if lay-multi-type
        move spaces to lay-rec-code
        if lay-rectype-start + lay-rectype-len - 1 <= 500
            move in-file-record(lay-rectype-start:lay-rectype-len)
                to lay-rec-code
        end-if
        perform classify-record-type
        if lay-rec-undeclared
            add 1 to records-untyped
        end-if
    end-if

    perform varying lay-field-idx from 1 by 1
            until lay-field-idx > lay-field-count
        if lay-field-mask(lay-field-idx) = "K"
    end-perform.

mask-one-field.
    if lay-field-rectype(lay-field-idx) <> spaces
       and lay-field-rectype(lay-field-idx) <> lay-rec-code
        exit paragraph
    end-if

    if lay-field-start(lay-field-idx) = 0
       or lay-field-len(lay-field-idx) = 0
       or lay-field-start(lay-field-idx)
    display "  and character class (digit/letter/other) is preserved"
    display "  so pictures still fit; the masked fields are recorded"
    display "  in the audit log"
    display "  a multi-record-type layout (""<layout>:<type>"" field"
    display "  lines, @RECTYPE/@HEADER/@DETAIL/@TRAILER declarations)"
    display "  masks each record with its own type's fields plus the"
    display "  fields common to every type; a record whose type is"
    display "  not declared gets only the common fields (RC 4)"
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
