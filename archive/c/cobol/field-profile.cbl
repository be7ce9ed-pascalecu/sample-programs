identification division.
program-id. field-profile.

environment division.
input-output section.
file-control.
    select in-file assign to dynamic in-filename
        organization is line sequential
        file status is in-file-status.

    select layouts-file assign to dynamic layouts-filename
        organization is line sequential
        file status is layouts-status.

    select profhist-file assign to dynamic profhist-filename
        organization is line sequential
        file status is profhist-status.

    select ctlparm-file assign to dynamic ctlparm-filename
        organization is line sequential
        file status is ctlparm-status.

    select reportcat-file assign to dynamic reportcat-filename
        organization is line sequential
        file status is reportcat-status.

    select report-file assign to dynamic report-filename
        organization is line sequential
        file status is report-file-status.

    select operauth-file assign to dynamic operauth-filename
        organization is line sequential
        file status is operauth-status.

    select chain-file assign to dynamic chain-filename
        organization is line sequential
        file status is chain-status.

    select audit-log assign to dynamic audit-log-filename
        organization is line sequential
        file status is audit-log-status.

    select elapsed-hist-file assign to dynamic elapsed-hist-filename
        organization is line sequential
        file status is elapsed-hist-status.

data division.
file section.
fd  in-file.
01  in-file-record       pic x(500).

fd  layouts-file.
    copy "layouts-fd.cpy".

fd  profhist-file.
01  profhist-record      pic x(300).

fd  ctlparm-file.
    copy "ctlparm-fd.cpy".

fd  reportcat-file.
    copy "reportcat-fd.cpy".

fd  report-file.
01  report-file-record   pic x(132).

fd  operauth-file.
    copy "operauth-fd.cpy".

fd  chain-file.
01  chain-record      pic x(20).

fd  audit-log.
    copy "auditlog-fd.cpy".

fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

working-storage section.

copy "auditlog-ws.cpy".
01 chain-filename    pic x(100) value "AUDITCHN.TXT".
01 chain-status      pic xx.
01 chain-prev        pic 9(9).
01 chain-hash        pic 9(9).
01 chain-idx         pic 9(4) comp.
01 chain-len         pic 9(4) comp.
01 chain-disp        pic 9(9).
01 chain-work        pic x(420).
01 chain-lock-cmd    pic x(160) value "for i in 1 2 3 4 5 6 7 8 9 10; do if mkdir AUDITCHN.LCK 2>/dev/null; then exit 0; fi; sleep 1; done; exit 1".
01 chain-unlock-cmd  pic x(40) value "rmdir AUDITCHN.LCK 2>/dev/null".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "layouts-ws.cpy".
copy "ctlparm-ws.cpy".
copy "reportcat-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 in-filename       pic x(100).
01 in-file-status    pic xx.
01 profhist-filename pic x(100) value "FIELDPROF.TXT".
01 profhist-status   pic xx.
01 report-filename   pic x(100).
01 report-file-status pic xx.

01 it-layout         pic x(12).

01 MAX-PROFILE-VALUES constant as 200.
01 MAX-PROFILE-SHAPES constant as 20.
01 pf-table.
   05 pf-entry       occurs 100 times.
      10 pf-blank        pic 9(9).
      10 pf-filled       pic 9(9).
      10 pf-distinct     binary-long.
      10 pf-overflow     pic x.
      10 pf-min          pic x(30).
      10 pf-max          pic x(30).
      10 pf-num-min      usage comp-2.
      10 pf-num-max      usage comp-2.
      10 pf-range-seen   pic x.
      10 pf-shape-count  binary-long.
      10 pf-shape-other  pic 9(9).
      10 pf-val          occurs 200 times.
         15 pf-val-text  pic x(30).
         15 pf-val-count pic 9(9).
         15 pf-val-taken pic x.
      10 pf-shape        occurs 20 times.
         15 pf-shape-text pic x(30).
         15 pf-shape-cnt  pic 9(9).
         15 pf-shape-taken pic x.
01 pf-idx            binary-long.
01 val-idx           binary-long.
01 shape-idx         binary-long.
01 best-idx          binary-long.
01 best-count        pic 9(9).
01 top-rank          binary-long.

01 field-value       pic x(100).
01 value-key         pic x(30).
01 value-len         binary-long.
01 shape-key         pic x(30).
01 shape-pos         binary-long.
01 shape-char        pic x.
01 num-value         usage comp-2.

01 records-profiled  pic 9(9) value 0.
01 records-skipped   pic 9(9) value 0.
01 fields-drifted    pic 9(5) value 0.
01 fields-disp       pic 9(5).

01 pct-work          pic 9(3)v9.
01 pct-edit          pic zz9.9.
01 pct-edit-2        pic zz9.9.
01 count-edit        pic z(8)9.
01 distinct-edit     pic zz9.
01 rank-edit         pic z9.

01 cur-blank-pct     pic 9(3)v9.
01 cur-top-pct       pic 9(3)v9.
01 cur-top-value     pic x(30).
01 cur-top-shape     pic x(30).
01 cur-distinct      binary-long.

01 ph-layout         pic x(12).
01 ph-field          pic x(20).
01 ph-date           pic x(10).
01 ph-run            pic x(10).
01 ph-records        pic x(12).
01 ph-blank-pct      pic x(8).
01 ph-distinct       pic x(8).
01 ph-top-value      pic x(30).
01 ph-top-pct        pic x(8).
01 ph-min            pic x(30).
01 ph-max            pic x(30).
01 ph-top-shape      pic x(30).

01 prior-found-flag  pic x.
   88 prior-found    value 'Y'.
01 prior-date        pic x(10).
01 prior-blank-pct   pic 9(3)v9.
01 prior-top-pct     pic 9(3)v9.
01 prior-top-value   pic x(30).
01 prior-top-shape   pic x(30).
01 prior-distinct    binary-long.

01 DRIFT-PCT-DEFAULT constant as 20.
01 drift-pct         pic 9(3) value 20.
01 drift-text        pic x(200).
01 drift-ptr         binary-long.
01 pct-delta         pic s9(3)v9.
01 distinct-low      binary-long.
01 distinct-high     binary-long.

01 today-date-8      pic 9(8).
01 today-date-disp   pic x(10).

procedure division.

main.
    move "field-profile" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform run-field-profile

    move lay-field-count to fields-disp
    move in-filename to audit-input-value
    move spaces to audit-result-value
    string "profile " function trim(it-layout)
           ": fields=" fields-disp
           " records=" records-profiled
           " drifted=" fields-drifted
           delimited by size into audit-result-value
    perform log-audit-entry

    if fields-drifted > 0
        move 4 to return-code
    end-if
    stop run.

validate-args.
    accept argc from argument-number

    if argc <> 4
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) <> "-p"
        perform show-usage
    end-if

    move function upper-case(arg-val(2)) to it-layout
    move arg-val(3) to in-filename
    move arg-val(4) to report-filename

    if it-layout = spaces or in-filename = spaces
       or report-filename = spaces
        perform show-usage
    end-if

    perform resolve-business-date
    move audit-business-date to today-date-8
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into today-date-disp.

run-field-profile.
    move function current-date to rsum-start-stamp

    perform load-layout-fields
    if lay-field-count = 0
        display "Layout " function trim(it-layout)
                " is not registered in LAYOUTS.TXT"
        move 16 to return-code
        stop run
    end-if

    perform resolve-drift-threshold

    perform varying pf-idx from 1 by 1 until pf-idx > lay-field-count
        move 0 to pf-blank(pf-idx)
        move 0 to pf-filled(pf-idx)
        move 0 to pf-distinct(pf-idx)
        move "N" to pf-overflow(pf-idx)
        move spaces to pf-min(pf-idx)
        move spaces to pf-max(pf-idx)
        move "N" to pf-range-seen(pf-idx)
        move 0 to pf-shape-count(pf-idx)
        move 0 to pf-shape-other(pf-idx)
    end-perform

    open input in-file
    if in-file-status <> "00"
        display "Input file " function trim(in-filename)
                " could not be opened"
        move 16 to return-code
        stop run
    end-if

    read in-file
    perform until in-file-status = "10"
        perform profile-one-record
        read in-file
    end-perform

    close in-file

    perform resolve-report-generation

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "FIELD-LEVEL DATA PROFILE" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "Layout " function trim(it-layout)
           "  input " function trim(in-filename)
           "  records profiled " records-profiled
           "  drift threshold " drift-pct " point(s)"
           delimited by size into report-file-record
    perform write-detail-line

    perform varying pf-idx from 1 by 1 until pf-idx > lay-field-count
        perform report-one-field
    end-perform

    perform record-profile-history

    move spaces to report-file-record
    perform write-detail-line
    move lay-field-count to fields-disp
    move spaces to report-file-record
    string "Fields profiled: " fields-disp
           "  fields drifted from prior run: " fields-drifted
           "  header/trailer lines skipped: " records-skipped
           delimited by size into report-file-record
    perform write-detail-line

    perform write-run-summary-footer

    close report-file.

resolve-drift-threshold.
    move DRIFT-PCT-DEFAULT to drift-pct

    move "PROFILE-DRIFT-PCT" to ctlparm-lookup-id
    perform find-control-param

    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
        if function numval(ctlparm-lookup-value) > 0
           and function numval(ctlparm-lookup-value) <= 100
            compute drift-pct = function numval(ctlparm-lookup-value)
        end-if
    end-if.

profile-one-record.
    if function trim(in-file-record) = spaces
        exit paragraph
    end-if

    if in-file-record(1:6) = "HDR | " or in-file-record(1:6) = "TRL | "
       or in-file-record(1:8) = "*CTLHDR*"
       or in-file-record(1:8) = "*CTLTRL*"
       or in-file-record(1:9) = "*CIPHTRL*"
        add 1 to records-skipped
        exit paragraph
    end-if

    add 1 to records-profiled

    perform varying pf-idx from 1 by 1 until pf-idx > lay-field-count
        perform profile-one-field
    end-perform.

profile-one-field.
    if lay-field-start(pf-idx) = 0
       or lay-field-len(pf-idx) = 0
       or lay-field-start(pf-idx) + lay-field-len(pf-idx) - 1 > 500
        exit paragraph
    end-if

    move spaces to field-value
    move in-file-record(lay-field-start(pf-idx):
         lay-field-len(pf-idx)) to field-value

    if field-value = spaces
        add 1 to pf-blank(pf-idx)
        exit paragraph
    end-if

    add 1 to pf-filled(pf-idx)
    move field-value to value-key

    perform tally-field-value
    perform tally-field-range
    perform build-value-shape
    perform tally-field-shape.

tally-field-value.
    perform varying val-idx from 1 by 1
            until val-idx > pf-distinct(pf-idx)
        if pf-val-text(pf-idx, val-idx) = value-key
            add 1 to pf-val-count(pf-idx, val-idx)
            exit paragraph
        end-if
    end-perform

    if pf-distinct(pf-idx) >= MAX-PROFILE-VALUES
        move "Y" to pf-overflow(pf-idx)
        exit paragraph
    end-if

    add 1 to pf-distinct(pf-idx)
    move value-key to pf-val-text(pf-idx, pf-distinct(pf-idx))
    move 1 to pf-val-count(pf-idx, pf-distinct(pf-idx)).

tally-field-range.
    if lay-field-type(pf-idx) = "N"
        if function test-numval(field-value) <> 0
            exit paragraph
        end-if
        compute num-value = function numval(field-value)
        if pf-range-seen(pf-idx) = "N"
           or num-value < pf-num-min(pf-idx)
            move num-value to pf-num-min(pf-idx)
            move value-key to pf-min(pf-idx)
        end-if
        if pf-range-seen(pf-idx) = "N"
           or num-value > pf-num-max(pf-idx)
            move num-value to pf-num-max(pf-idx)
            move value-key to pf-max(pf-idx)
        end-if
    else
        if pf-range-seen(pf-idx) = "N"
           or value-key < pf-min(pf-idx)
            move value-key to pf-min(pf-idx)
        end-if
        if pf-range-seen(pf-idx) = "N"
           or value-key > pf-max(pf-idx)
            move value-key to pf-max(pf-idx)
        end-if
    end-if

    move "Y" to pf-range-seen(pf-idx).

build-value-shape.
    move spaces to shape-key
    compute value-len =
        function length(function trim(field-value trailing))
    if value-len > 30
        move 30 to value-len
    end-if

    perform varying shape-pos from 1 by 1 until shape-pos > value-len
        move field-value(shape-pos:1) to shape-char
        evaluate true
            when shape-char >= "0" and shape-char <= "9"
                move "9" to shape-key(shape-pos:1)
            when (shape-char >= "A" and shape-char <= "Z")
              or (shape-char >= "a" and shape-char <= "z")
                move "A" to shape-key(shape-pos:1)
            when shape-char = space
                move "_" to shape-key(shape-pos:1)
            when other
                move shape-char to shape-key(shape-pos:1)
        end-evaluate
    end-perform.

tally-field-shape.
    perform varying shape-idx from 1 by 1
            until shape-idx > pf-shape-count(pf-idx)
        if pf-shape-text(pf-idx, shape-idx) = shape-key
            add 1 to pf-shape-cnt(pf-idx, shape-idx)
            exit paragraph
        end-if
    end-perform

    if pf-shape-count(pf-idx) >= MAX-PROFILE-SHAPES
        add 1 to pf-shape-other(pf-idx)
        exit paragraph
    end-if

    add 1 to pf-shape-count(pf-idx)
    move shape-key to pf-shape-text(pf-idx, pf-shape-count(pf-idx))
    move 1 to pf-shape-cnt(pf-idx, pf-shape-count(pf-idx)).

report-one-field.
    move spaces to report-file-record
    perform write-detail-line

    move spaces to report-file-record
    string "Field " function trim(lay-field-name(pf-idx))
           "  (start " lay-field-start(pf-idx)
           " len " lay-field-len(pf-idx)
           " type " lay-field-type(pf-idx) ")"
           delimited by size into report-file-record
    perform write-detail-line

    move 0 to cur-blank-pct
    if records-profiled > 0
        compute cur-blank-pct rounded =
            pf-blank(pf-idx) * 100 / records-profiled
    end-if
    move cur-blank-pct to pct-edit
    move pf-distinct(pf-idx) to cur-distinct
    move pf-distinct(pf-idx) to distinct-edit

    move spaces to report-file-record
    if pf-overflow(pf-idx) = "Y"
        string "  blank " function trim(pct-edit) "%"
               "  distinct " function trim(distinct-edit) "+"
               "  min " function trim(pf-min(pf-idx))
               "  max " function trim(pf-max(pf-idx))
               delimited by size into report-file-record
    else
        string "  blank " function trim(pct-edit) "%"
               "  distinct " function trim(distinct-edit)
               "  min " function trim(pf-min(pf-idx))
               "  max " function trim(pf-max(pf-idx))
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    perform write-top-values
    perform write-top-shapes
    perform check-field-drift.

write-top-values.
    move spaces to cur-top-value
    move 0 to cur-top-pct

    perform varying val-idx from 1 by 1
            until val-idx > pf-distinct(pf-idx)
        move "N" to pf-val-taken(pf-idx, val-idx)
    end-perform

    perform varying top-rank from 1 by 1 until top-rank > 10
        move 0 to best-idx
        move 0 to best-count
        perform varying val-idx from 1 by 1
                until val-idx > pf-distinct(pf-idx)
            if pf-val-taken(pf-idx, val-idx) = "N"
               and pf-val-count(pf-idx, val-idx) > best-count
                move val-idx to best-idx
                move pf-val-count(pf-idx, val-idx) to best-count
            end-if
        end-perform
        if best-idx = 0
            exit perform
        end-if
        move "Y" to pf-val-taken(pf-idx, best-idx)

        compute pct-work rounded = best-count * 100 / records-profiled
        if top-rank = 1
            move pf-val-text(pf-idx, best-idx) to cur-top-value
            move pct-work to cur-top-pct
        end-if

        move top-rank to rank-edit
        move best-count to count-edit
        move pct-work to pct-edit
        move spaces to report-file-record
        string "    " rank-edit ". "
               pf-val-text(pf-idx, best-idx)
               "  " count-edit "  " pct-edit "%"
               delimited by size into report-file-record
        perform write-detail-line
    end-perform.

write-top-shapes.
    move spaces to cur-top-shape

    perform varying shape-idx from 1 by 1
            until shape-idx > pf-shape-count(pf-idx)
        move "N" to pf-shape-taken(pf-idx, shape-idx)
    end-perform

    perform varying top-rank from 1 by 1 until top-rank > 5
        move 0 to best-idx
        move 0 to best-count
        perform varying shape-idx from 1 by 1
                until shape-idx > pf-shape-count(pf-idx)
            if pf-shape-taken(pf-idx, shape-idx) = "N"
               and pf-shape-cnt(pf-idx, shape-idx) > best-count
                move shape-idx to best-idx
                move pf-shape-cnt(pf-idx, shape-idx) to best-count
            end-if
        end-perform
        if best-idx = 0
            exit perform
        end-if
        move "Y" to pf-shape-taken(pf-idx, best-idx)

        if top-rank = 1
            move pf-shape-text(pf-idx, best-idx) to cur-top-shape
        end-if

        compute pct-work rounded = best-count * 100 / records-profiled
        move pct-work to pct-edit
        move spaces to report-file-record
        string "    shape " pf-shape-text(pf-idx, best-idx)
               "  " pct-edit "%"
               delimited by size into report-file-record
        perform write-detail-line
    end-perform

    if pf-shape-other(pf-idx) > 0
        move pf-shape-other(pf-idx) to count-edit
        move spaces to report-file-record
        string "    other shapes " function trim(count-edit)
               " value(s)"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

check-field-drift.
    perform find-prior-profile
    if not prior-found
        move spaces to report-file-record
        string "    no prior profile on file - baseline recorded"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move spaces to drift-text
    move 1 to drift-ptr

    compute pct-delta = cur-blank-pct - prior-blank-pct
    if pct-delta >= drift-pct or pct-delta <= 0 - drift-pct
        move prior-blank-pct to pct-edit
        move cur-blank-pct to pct-edit-2
        string "blank% " function trim(pct-edit) "->"
               function trim(pct-edit-2) "; "
               delimited by size into drift-text
               with pointer drift-ptr
    end-if

    compute pct-delta = cur-top-pct - prior-top-pct
    if pct-delta >= drift-pct or pct-delta <= 0 - drift-pct
        move prior-top-pct to pct-edit
        move cur-top-pct to pct-edit-2
        string "top value share " function trim(pct-edit) "->"
               function trim(pct-edit-2) "%; "
               delimited by size into drift-text
               with pointer drift-ptr
    end-if

    if cur-top-value <> prior-top-value
       and (cur-top-pct >= drift-pct or prior-top-pct >= drift-pct)
        string "top value " function trim(prior-top-value) "->"
               function trim(cur-top-value) "; "
               delimited by size into drift-text
               with pointer drift-ptr
    end-if

    if cur-distinct < prior-distinct
        move cur-distinct to distinct-low
        move prior-distinct to distinct-high
    else
        move prior-distinct to distinct-low
        move cur-distinct to distinct-high
    end-if
    if distinct-low * 2 <= distinct-high
       and distinct-high - distinct-low >= 2
        move prior-distinct to distinct-edit
        string "distinct " function trim(distinct-edit) "->"
               delimited by size into drift-text
               with pointer drift-ptr
        move cur-distinct to distinct-edit
        string function trim(distinct-edit) "; "
               delimited by size into drift-text
               with pointer drift-ptr
    end-if

    if cur-top-shape <> prior-top-shape
        string "shape " function trim(prior-top-shape) "->"
               function trim(cur-top-shape) "; "
               delimited by size into drift-text
               with pointer drift-ptr
    end-if

    if drift-text = spaces
        exit paragraph
    end-if
    move spaces to drift-text(drift-ptr - 2:2)

    add 1 to fields-drifted
    move spaces to report-file-record
    string "    ** DRIFT vs prior run " prior-date ": "
           function trim(drift-text)
           delimited by size into report-file-record
    perform write-detail-line.

find-prior-profile.
    move "N" to prior-found-flag

    open input profhist-file
    if profhist-status <> "00"
        exit paragraph
    end-if

    read profhist-file
    perform until profhist-status = "10"
        perform parse-profile-history
        if ph-layout = it-layout
           and ph-field = lay-field-name(pf-idx)
            set prior-found to true
            move ph-date to prior-date
            move 0 to prior-blank-pct
            move 0 to prior-top-pct
            move 0 to prior-distinct
            if function test-numval(ph-blank-pct) = 0
                compute prior-blank-pct = function numval(ph-blank-pct)
            end-if
            if function test-numval(ph-top-pct) = 0
                compute prior-top-pct = function numval(ph-top-pct)
            end-if
            if function test-numval(ph-distinct) = 0
                compute prior-distinct = function numval(ph-distinct)
            end-if
            move ph-top-value to prior-top-value
            if prior-top-value = "-"
                move spaces to prior-top-value
            end-if
            move ph-top-shape to prior-top-shape
            if prior-top-shape = "-"
                move spaces to prior-top-shape
            end-if
        end-if
        read profhist-file
    end-perform

    close profhist-file.

parse-profile-history.
    move spaces to ph-layout
    move spaces to ph-field
    move spaces to ph-date
    move spaces to ph-run
    move spaces to ph-records
    move spaces to ph-blank-pct
    move spaces to ph-distinct
    move spaces to ph-top-value
    move spaces to ph-top-pct
    move spaces to ph-min
    move spaces to ph-max
    move spaces to ph-top-shape

    unstring profhist-record delimited by " | "
        into ph-layout, ph-field, ph-date, ph-run, ph-records,
             ph-blank-pct, ph-distinct, ph-top-value, ph-top-pct,
             ph-min, ph-max, ph-top-shape
    end-unstring.

record-profile-history.
    open extend profhist-file
    if profhist-status = "05" or profhist-status = "35"
        open output profhist-file
    end-if

    perform varying pf-idx from 1 by 1 until pf-idx > lay-field-count
        perform write-one-profile-history
    end-perform

    close profhist-file.

write-one-profile-history.
    move 0 to cur-blank-pct
    move 0 to cur-top-pct
    move spaces to cur-top-value
    move spaces to cur-top-shape

    if records-profiled > 0
        compute cur-blank-pct rounded =
            pf-blank(pf-idx) * 100 / records-profiled
    end-if

    move 0 to best-count
    perform varying val-idx from 1 by 1
            until val-idx > pf-distinct(pf-idx)
        if pf-val-count(pf-idx, val-idx) > best-count
            move pf-val-count(pf-idx, val-idx) to best-count
            move pf-val-text(pf-idx, val-idx) to cur-top-value
        end-if
    end-perform
    if records-profiled > 0
        compute cur-top-pct rounded = best-count * 100 / records-profiled
    end-if

    move 0 to best-count
    perform varying shape-idx from 1 by 1
            until shape-idx > pf-shape-count(pf-idx)
        if pf-shape-cnt(pf-idx, shape-idx) > best-count
            move pf-shape-cnt(pf-idx, shape-idx) to best-count
            move pf-shape-text(pf-idx, shape-idx) to cur-top-shape
        end-if
    end-perform

    if cur-top-value = spaces
        move "-" to cur-top-value
    end-if
    if cur-top-shape = spaces
        move "-" to cur-top-shape
    end-if

    move cur-blank-pct to pct-edit
    move cur-top-pct to pct-edit-2
    move pf-distinct(pf-idx) to distinct-edit

    move spaces to profhist-record
    string function trim(it-layout) " | "
           function trim(lay-field-name(pf-idx)) " | "
           today-date-disp " | "
           audit-run-id " | "
           records-profiled " | "
           function trim(pct-edit) " | "
           function trim(distinct-edit) " | "
           function trim(cur-top-value) " | "
           function trim(pct-edit-2) " | "
           function trim(pf-min(pf-idx)) " | "
           function trim(pf-max(pf-idx)) " | "
           function trim(cur-top-shape)
           delimited by size into profhist-record
    write profhist-record.

load-layout-fields.
    move 0 to lay-field-count

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

    if function upper-case(ly-layout) <> it-layout
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

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: records " records-profiled
           "  elapsed " function trim(rsum-elapsed-disp) " sec(s)"
           delimited by size into report-file-record
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

show-usage.
    display "Usage: field-profile -p <layout> <input-file> <report-file>"
    display "  profiles every field of a layout registered in the"
    display "  data dictionary LAYOUTS.TXT across the input file:"
    display "  percent blank, distinct-value count (200+ when more),"
    display "  the top ten values with frequencies, min/max (numeric"
    display "  for N fields), and character-pattern shapes (9 digit,"
    display "  A letter, _ space, other characters as themselves);"
    display "  HDR/TRL and handoff trailer lines are skipped"
    display "  each run's per-field profile is kept in FIELDPROF.TXT"
    display "  and a field is flagged DRIFT (RC 4) when its blank"
    display "  share or top-value share moved by PROFILE-DRIFT-PCT"
    display "  points (CTLPARM.TXT, default 20), its top value or"
    display "  dominant shape changed, or its distinct count halved"
    display "  or doubled against the prior run; the report is written"
    display "  as the next generation <report-file>.gNNNN and"
    display "  catalogued in REPORTCAT.TXT"
    move 16 to return-code
    stop run.

resolve-report-generation.
    move 0 to rcat-max-gen
    move report-filename to rcat-base-name

    open input reportcat-file
    if reportcat-status = "00"
        read reportcat-file
        perform until reportcat-status = "10"
            perform scan-one-catalog-record
            read reportcat-file
        end-perform
        close reportcat-file
    end-if

    compute rcat-gen = rcat-max-gen + 1

    move spaces to report-filename
    string function trim(rcat-base-name) ".g" rcat-gen
           delimited by size into report-filename

    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to rcat-date-8

    open extend reportcat-file
    if reportcat-status = "05" or reportcat-status = "35"
        open output reportcat-file
    end-if
    move spaces to reportcat-record
    string function trim(rcat-base-name) " | "
           rcat-date-8(1:4) "-" rcat-date-8(5:2) "-" rcat-date-8(7:2)
           " | run=" audit-run-id
           " | " rcat-gen
           " | " function trim(report-filename)
           delimited by size into reportcat-record
    write reportcat-record
    close reportcat-file.

scan-one-catalog-record.
    move spaces to rcat-rec-base
    move spaces to rcat-rec-date
    move spaces to rcat-rec-run
    move spaces to rcat-rec-gen
    move spaces to rcat-rec-actual

    unstring reportcat-record delimited by " | "
        into rcat-rec-base, rcat-rec-date, rcat-rec-run,
             rcat-rec-gen, rcat-rec-actual
    end-unstring

    if rcat-rec-base = rcat-base-name
       and function test-numval(rcat-rec-gen) = 0
        if function numval(rcat-rec-gen) > rcat-max-gen
            compute rcat-max-gen = function numval(rcat-rec-gen)
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
    move "-" to rpt-run-date-disp(8:1)
    move rpt-run-dd to rpt-run-date-disp(9:2)

    perform write-report-header.

write-report-header.
    add 1 to rpt-page-number
    move 0 to rpt-lines-on-page

    move spaces to report-file-record
    string function trim(rpt-program-title) "   DATE: " rpt-run-date-disp
           "   RUN: " audit-run-id
           "   UNIT: " function trim(audit-unit-id)
           "   WIN: " function trim(audit-window-id)
           "   PAGE: " rpt-page-number
           delimited by size into report-file-record
    write report-file-record
    move spaces to report-file-record
    write report-file-record
    add 2 to rpt-lines-on-page.

write-detail-line.
    if rpt-lines-on-page >= rpt-page-size
        perform write-report-header
    end-if
    write report-file-record
    add 1 to rpt-lines-on-page.

append-elapsed-history.
    perform resolve-audit-window
    if audit-window-id <> "-" and audit-window-id <> "NIGHT"
        move spaces to elapsed-hist-filename
        string "ELAPSED-HIST."
               function trim(audit-window-id) ".TXT"
               delimited by size into elapsed-hist-filename
    end-if
    move records-profiled to eh-records-count
    move 0 to eh-elapsed-hold
    if rsum-elapsed-secs > 0
        move rsum-elapsed-secs to eh-elapsed-hold
    end-if
    move 0 to eh-rc-hold
    if return-code > 0 and return-code < 10000
        move return-code to eh-rc-hold
    end-if
    perform resolve-audit-run-id
    perform resolve-business-date
    move audit-business-date to eh-date-8
    move spaces to eh-run-date
    string eh-date-8(1:4) "-" eh-date-8(5:2) "-" eh-date-8(7:2)
           delimited by size into eh-run-date
    open extend elapsed-hist-file
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

find-control-param.
    perform resolve-ctlparm-dataset
    move "N" to ctlparm-found-flag
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
           delimited by size into ctlparm-asof-date

    open input ctlparm-file
    if ctlparm-status <> "00"
        exit paragraph
    end-if

    read ctlparm-file
    perform until ctlparm-status = "10"
        if ctlparm-rec-id = ctlparm-lookup-id
            move ctlparm-rec-effdate to ctlparm-eff-work
            if ctlparm-eff-work = spaces
                move "0000-00-00" to ctlparm-eff-work
            end-if
            if ctlparm-eff-work <= ctlparm-asof-date
               and ctlparm-eff-work >= ctlparm-best-effdate
                move ctlparm-rec-value to ctlparm-lookup-value
                move ctlparm-eff-work to ctlparm-best-effdate
                set ctlparm-was-found to true
            end-if
        end-if
        read ctlparm-file
    end-perform

    close ctlparm-file.

resolve-ctlparm-dataset.
    move "CTLPARM.TXT" to ctlparm-filename
    perform resolve-audit-unit

    if audit-unit-id = "-" or audit-unit-id = spaces
        exit paragraph
    end-if

    move spaces to ctlparm-filename
    string "CTLPARM." function trim(audit-unit-id) ".TXT"
           delimited by size into ctlparm-filename

    open input ctlparm-file
    if ctlparm-status = "00"
        close ctlparm-file
    else
        move "CTLPARM.TXT" to ctlparm-filename
    end-if.

check-operator-authority.
    perform resolve-audit-operator

    open input operauth-file
    if operauth-status <> "00"
        exit paragraph
    end-if

    move "N" to oper-authorized-flag
    move spaces to oa-level

    read operauth-file
    perform until operauth-status = "10"
        perform scan-one-operauth-record
        read operauth-file
    end-perform

    close operauth-file

    if oper-authorized
        exit paragraph
    end-if

    display "REFUSED: operator " function trim(audit-operator-id)
            " is not authorized to run "
            function trim(audit-program-id)
            " (operator authorization master OPERAUTH.TXT)"
    move "OPERAUTH.TXT" to audit-input-value
    move spaces to audit-result-value
    string "AUTH DENIED for oper "
           function trim(audit-operator-id)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

scan-one-operauth-record.
    if function trim(operauth-record) = spaces
       or operauth-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to oa-operator
    move spaces to oa-programs
    move spaces to oa-rec-level

    unstring operauth-record delimited by " | "
        into oa-operator, oa-programs, oa-rec-level
    end-unstring

    if oa-operator <> audit-operator-id
        exit paragraph
    end-if

    move oa-rec-level to oa-level

    if oa-programs = "ALL"
        set oper-authorized to true
        exit paragraph
    end-if

    move 1 to oa-ptr
    perform until oper-authorized
            or oa-ptr > length of oa-programs
            or oa-programs(oa-ptr:) = spaces
        move spaces to oa-token
        unstring oa-programs
            delimited by all ","
            into oa-token
            with pointer oa-ptr
        end-unstring
        if oa-token = audit-program-id
            set oper-authorized to true
        end-if
    end-perform.

log-audit-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time

    perform resolve-audit-operator
    perform resolve-audit-run-id
    perform resolve-audit-unit
    perform resolve-audit-window
    perform resolve-business-date

    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           " " audit-run-time(1:2) ":" audit-run-time(3:2) ":" audit-run-time(5:2)
           delimited by size into audit-timestamp-disp

    open extend audit-log
    if audit-log-status = "05" or audit-log-status = "35"
        open output audit-log
    end-if

    move spaces to audit-log-record
    string function trim(audit-program-id) " | "
           function trim(audit-timestamp-disp) " | "
           function trim(audit-input-value) " | "
           function trim(audit-result-value) " | oper="
           function trim(audit-operator-id) " | run="
           audit-run-id " | unit="
           function trim(audit-unit-id) " | win="
           function trim(audit-window-id) " | bus="
           audit-business-date(1:4) "-" audit-business-date(5:2) "-"
           audit-business-date(7:2)
           delimited by size into audit-log-record
    perform chain-audit-record
    write audit-log-record

    close audit-log.

chain-audit-record.
    move return-code to chain-rc-hold
    call "SYSTEM" using chain-lock-cmd

    move 0 to chain-prev

    open input chain-file
    if chain-status = "00"
        read chain-file
        if chain-status = "00"
           and function test-numval(chain-record) = 0
            compute chain-prev = function numval(chain-record)
        end-if
        close chain-file
    end-if

    move 0 to chain-hash
    compute chain-len = function length(
        function trim(audit-log-record trailing))
    perform varying chain-idx from 1 by 1
            until chain-idx > chain-len
        compute chain-hash =
            function mod(chain-hash * 31
                + function ord(audit-log-record(chain-idx:1)),
                1000000000)
    end-perform
    compute chain-hash =
        function mod(chain-hash + chain-prev * 7, 1000000000)
    move chain-hash to chain-disp

    move spaces to chain-work
    string function trim(audit-log-record trailing)
           " | chk=" chain-disp
           delimited by size into chain-work
    move chain-work(1:400) to audit-log-record

    open output chain-file
    move spaces to chain-record
    move chain-disp to chain-record(1:9)
    write chain-record
    close chain-file

    call "SYSTEM" using chain-unlock-cmd
    move chain-rc-hold to return-code.

resolve-audit-run-id.
    move 0 to audit-run-id
    move spaces to audit-run-id-env
    accept audit-run-id-env from environment "UTILRUNID"
        on exception
            continue
    end-accept
    if audit-run-id-env <> spaces
       and function test-numval(audit-run-id-env) = 0
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
        on exception
            continue
    end-accept
    if audit-operator-id = spaces
        accept audit-operator-id from environment "USER"
            on exception
                continue
        end-accept
    end-if
    if audit-operator-id = spaces
        move "unknown" to audit-operator-id
    end-if.
resolve-audit-unit.
    move spaces to audit-unit-id
    accept audit-unit-id from environment "UTILUNIT"
        on exception
            continue
    end-accept
    if audit-unit-id = spaces
        move "-" to audit-unit-id
    end-if.
resolve-audit-window.
    move spaces to audit-window-id
    accept audit-window-id from environment "UTILWINDOW"
        on exception
            continue
    end-accept
    if audit-window-id = spaces
        move "-" to audit-window-id
    end-if.
