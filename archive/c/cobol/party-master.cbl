identification division.
program-id. party-master.

environment division.
input-output section.
file-control.
    select sources-file assign to dynamic sources-filename
        organization is line sequential
        file status is sources-status.

    select source-file assign to dynamic source-filename
        organization is line sequential
        file status is source-status.

    select layouts-file assign to dynamic layouts-filename
        organization is line sequential
        file status is layouts-status.

    select rules-file assign to dynamic rules-filename
        organization is line sequential
        file status is rules-status.

    select pmstr-file assign to dynamic pmstr-filename
        organization is line sequential
        file status is pmstr-status.

    select xref-file assign to dynamic xref-filename
        organization is line sequential
        file status is xref-status.

    select hold-file assign to dynamic hold-filename
        organization is line sequential
        file status is hold-status.

    select partyno-file assign to dynamic partyno-filename
        organization is line sequential
        file status is partyno-status.

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
fd  sources-file.
01  sources-record       pic x(200).

fd  source-file.
01  source-record        pic x(500).

fd  layouts-file.
    copy "layouts-fd.cpy".

fd  rules-file.
01  rules-record         pic x(200).

fd  pmstr-file.
01  pmstr-record         pic x(1500).

fd  xref-file.
01  xref-record          pic x(100).

fd  hold-file.
01  hold-record          pic x(300).

fd  partyno-file.
01  partyno-record       pic 9(8).

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
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".
copy "layouts-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 run-mode          pic x value space.
   88 mode-build     value 'B'.
   88 mode-decide    value 'D'.

01 sources-filename     pic x(100).
01 sources-status       pic xx.
01 source-filename      pic x(100).
01 source-status        pic xx.
01 rules-filename       pic x(100) value "SURVIVE.TXT".
01 rules-status         pic xx.
01 pmstr-filename       pic x(100) value "PARTYMSTR.TXT".
01 pmstr-status         pic xx.
01 xref-filename        pic x(100) value "PARTYXREF.TXT".
01 xref-status          pic xx.
01 hold-filename        pic x(100) value "PARTYHOLD.TXT".
01 hold-status          pic xx.
01 partyno-filename     pic x(100) value "PARTYNO.TXT".
01 partyno-status       pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.

01 it-partner        pic x(12).
01 it-layout         pic x(12).
01 it-file           pic x(100).

01 name-field-idx    binary-long.
01 recid-field-idx   binary-long.
01 asof-field-idx    binary-long.
01 src-rec-no        pic 9(9).

01 MAX-RULES constant as 20.
01 rule-count        binary-long value 0.
01 rule-table.
   05 rule-entry     occurs 20 times.
      10 ru-field    pic x(20).
      10 ru-rule     pic x(8).
         88 rule-recent   value "RECENT".
         88 rule-complete value "COMPLETE".
         88 rule-prefer   value "PREFER".
      10 ru-prefer   pic x(80).
      10 ru-lay-idx  binary-long.
01 rule-idx          binary-long.
01 rl-field          pic x(20).
01 rl-rule           pic x(8).
01 rl-prefer         pic x(80).

01 MAX-PARTY-RECS constant as 1000.
01 MAX-TOKENS constant as 10.
01 pr-count          binary-long value 0.
01 pr-table.
   05 pr-entry       occurs 1000 times.
      10 pr-partner  pic x(12).
      10 pr-recid    pic x(20).
      10 pr-asof     pic x(8).
      10 pr-canon    pic x(100).
      10 pr-tok-count binary-long.
      10 pr-token    pic x(20) occurs 10 times.
      10 pr-party    pic 9(8).
      10 pr-grade    pic x.
      10 pr-cand     pic 9(8).
      10 pr-built    pic x.
      10 pr-value    pic x(100) occurs 20 times.
01 pr-idx            binary-long.
01 pr-jdx            binary-long.
01 recs-dropped      pic 9(9) value 0.

01 MAX-PARTIES constant as 2000.
01 gm-count          binary-long value 0.
01 gm-table.
   05 gm-entry       occurs 2000 times.
      10 gm-id       pic 9(8).
      10 gm-line     pic x(1500).
      10 gm-canon    pic x(100).
      10 gm-tok-count binary-long.
      10 gm-token    pic x(20) occurs 10 times.
      10 gm-rebuilt  pic x.
01 gm-idx            binary-long.
01 gm-found-idx      binary-long.

01 MAX-XREF constant as 5000.
01 xr-count          binary-long value 0.
01 xr-table.
   05 xr-entry       occurs 5000 times.
      10 xr-party    pic 9(8).
      10 xr-partner  pic x(12).
      10 xr-recid    pic x(20).
      10 xr-grade    pic x.
      10 xr-date     pic x(10).
01 xr-idx            binary-long.
01 xl-party          pic x(12).
01 xl-partner        pic x(12).
01 xl-recid          pic x(20).
01 xl-grade          pic x(4).
01 xl-date           pic x(10).

01 hl-partner        pic x(12).
01 hl-recid          pic x(20).
01 hl-rest           pic x(260).
01 hold-found-flag   pic x value 'N'.
   88 hold-found     value 'Y'.
01 hold-lines        binary-long value 0.
01 hold-table.
   05 hold-line      pic x(300) occurs 1000 times.
01 hold-idx          binary-long.

01 next-party-no     pic 9(8) value 0.
01 party-disp        pic x(9).
01 party-hold        pic 9(8).
01 decide-party      pic x(12).

01 nm-raw            pic x(200).
01 nm-canon          pic x(100).
01 nm-tok-count      binary-long.
01 nm-token          pic x(20) occurs 10 times.
01 nm-char           pic x.
01 nm-in-ptr         binary-long.
01 nm-out-ptr        binary-long.
01 nm-len            binary-long.
01 nm-tok-ptr        binary-long.

01 cmp-a-canon       pic x(100).
01 cmp-a-tok-count   binary-long.
01 cmp-a-token       pic x(20) occurs 10 times.
01 cmp-b-canon       pic x(100).
01 cmp-b-tok-count   binary-long.
01 cmp-b-token       pic x(20) occurs 10 times.
01 match-grade       pic x.
01 best-grade        pic x.
01 best-party        pic 9(8).
01 tok-a             binary-long.
01 tok-b             binary-long.
01 walk-a            binary-long.
01 walk-b            binary-long.
01 subseq-ok         pic x.
01 first-initial-ok  pic x.
01 rest-equal-ok     pic x.

01 win-idx           binary-long.
01 win-len           binary-long.
01 win-rank          binary-long.
01 cand-len          binary-long.
01 cand-rank         binary-long.
01 pref-partner      pic x(12) occurs 10 times.
01 pref-idx          binary-long.
01 golden-line       pic x(1500).
01 golden-ptr        binary-long.
01 golden-name       pic x(100).
01 contrib-count     pic 9(5).

01 recs-read         pic 9(9) value 0.
01 via-xref          pic 9(9) value 0.
01 via-grade-a       pic 9(9) value 0.
01 via-grade-b       pic 9(9) value 0.
01 held-count        pic 9(9) value 0.
01 new-parties       pic 9(9) value 0.
01 parties-built     pic 9(9) value 0.
01 parties-carried   pic 9(9) value 0.
01 sources-bad       pic 9(9) value 0.

01 now-date          pic x(10).

procedure division.

main.
    move "party-master" to audit-program-id
    perform validate-args
    perform check-operator-authority

    accept audit-run-date from date yyyymmdd
    move spaces to now-date
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-"
           audit-run-date(7:2)
           delimited by size into now-date

    if mode-decide
        perform record-analyst-decision
        stop run
    end-if

    perform build-party-master
    move sources-filename to audit-input-value
    move spaces to audit-result-value
    string "parties built=" parties-built
           " new=" new-parties
           " held=" held-count
           delimited by size into audit-result-value
    perform log-audit-entry
    if held-count > 0 or recs-dropped > 0 or sources-bad > 0
        move 4 to return-code
    end-if
    stop run.

validate-args.
    accept argc from argument-number

    if argc < 3 or argc > 4
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate true
        when argc = 3 and arg-val(1) = "-b"
            set mode-build to true
            move arg-val(2) to sources-filename
            move arg-val(3) to report-filename
            if sources-filename = spaces or report-filename = spaces
                perform show-usage
            end-if
        when argc = 4 and arg-val(1) = "-d"
            set mode-decide to true
            move arg-val(2) to hl-partner
            move arg-val(3) to hl-recid
            move function upper-case(arg-val(4)) to decide-party
            if hl-partner = spaces or hl-recid = spaces
               or decide-party = spaces
                perform show-usage
            end-if
        when other
            perform show-usage
    end-evaluate.

build-party-master.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "PARTY GOLDEN-RECORD MASTER BUILD" to rpt-program-title
    perform init-report-header

    perform load-survivorship-rules
    perform load-party-master
    perform load-party-xref
    perform read-party-counter

    perform load-all-sources
    perform assign-party-ids
    perform build-golden-records

    perform write-party-master
    perform write-party-xref
    perform write-hold-file
    perform save-party-counter

    perform write-build-summary
    perform write-run-summary-footer

    close report-file.

load-survivorship-rules.
    move 1 to rule-count
    move "NAME" to ru-field(1)
    move "COMPLETE" to ru-rule(1)
    move spaces to ru-prefer(1)

    open input rules-file
    if rules-status <> "00"
        exit paragraph
    end-if

    read rules-file
    perform until rules-status = "10"
        perform load-one-rule
        read rules-file
    end-perform

    close rules-file.

load-one-rule.
    if function trim(rules-record) = spaces
       or rules-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to rl-field
    move spaces to rl-rule
    move spaces to rl-prefer
    unstring rules-record delimited by " | "
        into rl-field, rl-rule, rl-prefer
    end-unstring
    move function upper-case(rl-field) to rl-field
    move function upper-case(rl-rule) to rl-rule

    if rl-rule <> "RECENT" and rl-rule <> "COMPLETE"
       and rl-rule <> "PREFER"
        move spaces to report-file-record
        string "WARNING: survivorship rule for "
               function trim(rl-field) " ignored - rule "
               function trim(rl-rule)
               " is not RECENT, COMPLETE or PREFER"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    if rl-field = "NAME"
        move rl-rule to ru-rule(1)
        move rl-prefer to ru-prefer(1)
        exit paragraph
    end-if

    if rule-count >= MAX-RULES
        exit paragraph
    end-if

    add 1 to rule-count
    move rl-field to ru-field(rule-count)
    move rl-rule to ru-rule(rule-count)
    move rl-prefer to ru-prefer(rule-count).

load-party-master.
    move 0 to gm-count
    open input pmstr-file
    if pmstr-status <> "00"
        exit paragraph
    end-if

    read pmstr-file
    perform until pmstr-status = "10"
        if pmstr-record(1:1) = "P" and gm-count < MAX-PARTIES
           and pmstr-record(2:8) is numeric
            add 1 to gm-count
            move pmstr-record(2:8) to gm-id(gm-count)
            move pmstr-record to gm-line(gm-count)
            move "N" to gm-rebuilt(gm-count)
            move spaces to golden-name
            unstring pmstr-record(13:) delimited by " | "
                into golden-name
            end-unstring
            move golden-name to nm-raw
            perform canonicalize-name
            move nm-canon to gm-canon(gm-count)
            move nm-tok-count to gm-tok-count(gm-count)
            perform varying nm-tok-ptr from 1 by 1
                    until nm-tok-ptr > MAX-TOKENS
                move nm-token(nm-tok-ptr)
                    to gm-token(gm-count, nm-tok-ptr)
            end-perform
        end-if
        read pmstr-file
    end-perform

    close pmstr-file.

load-party-xref.
    move 0 to xr-count
    open input xref-file
    if xref-status <> "00"
        exit paragraph
    end-if

    read xref-file
    perform until xref-status = "10"
        perform load-one-xref
        read xref-file
    end-perform

    close xref-file.

load-one-xref.
    move spaces to xl-party
    move spaces to xl-partner
    move spaces to xl-recid
    move spaces to xl-grade
    move spaces to xl-date
    unstring xref-record delimited by " | "
        into xl-party, xl-partner, xl-recid, xl-grade, xl-date
    end-unstring

    if xl-party(1:1) <> "P" or xl-party(2:8) is not numeric
       or xr-count >= MAX-XREF
        exit paragraph
    end-if

    add 1 to xr-count
    move xl-party(2:8) to xr-party(xr-count)
    move xl-partner to xr-partner(xr-count)
    move xl-recid to xr-recid(xr-count)
    move xl-grade to xr-grade(xr-count)
    move xl-date to xr-date(xr-count).

read-party-counter.
    move 0 to next-party-no
    open input partyno-file
    if partyno-status = "00"
        read partyno-file
        if partyno-status = "00"
            move partyno-record to next-party-no
        end-if
        close partyno-file
    end-if.

save-party-counter.
    open output partyno-file
    move next-party-no to partyno-record
    write partyno-record
    close partyno-file.

load-all-sources.
    open input sources-file
    if sources-status <> "00"
        perform show-usage
    end-if

    read sources-file
    perform until sources-status = "10"
        if function trim(sources-record) <> spaces
           and sources-record(1:1) <> "*"
            perform load-one-source
        end-if
        read sources-file
    end-perform

    close sources-file.

load-one-source.
    move spaces to it-partner
    move spaces to it-layout
    move spaces to it-file
    unstring sources-record delimited by all space
        into it-partner, it-layout, it-file
    end-unstring
    move function upper-case(it-layout) to it-layout

    perform load-layout-fields
    perform locate-key-fields

    if name-field-idx = 0
        add 1 to sources-bad
        move spaces to report-file-record
        string "SOURCE " function trim(it-partner) " "
               function trim(it-file)
               ": PTY101E SKIPPED (layout " function trim(it-layout)
               " has no NAME field in LAYOUTS.TXT)"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move it-file to source-filename
    open input source-file
    if source-status <> "00"
        add 1 to sources-bad
        move spaces to report-file-record
        string "SOURCE " function trim(it-partner) " "
               function trim(it-file)
               ": PTY102E SKIPPED (cannot open, status " source-status ")"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    move 0 to src-rec-no
    read source-file
    perform until source-status = "10"
        add 1 to src-rec-no
        add 1 to recs-read
        if function trim(source-record) <> spaces
            perform load-one-source-record
        end-if
        read source-file
    end-perform

    close source-file.

locate-key-fields.
    move 0 to name-field-idx
    move 0 to recid-field-idx
    move 0 to asof-field-idx
    perform varying lay-field-idx from 1 by 1
            until lay-field-idx > lay-field-count
        evaluate function upper-case(lay-field-name(lay-field-idx))
            when "NAME"
                move lay-field-idx to name-field-idx
            when "RECID"
                move lay-field-idx to recid-field-idx
            when "ASOF"
                move lay-field-idx to asof-field-idx
        end-evaluate
    end-perform

    perform varying rule-idx from 1 by 1 until rule-idx > rule-count
        move 0 to ru-lay-idx(rule-idx)
        perform varying lay-field-idx from 1 by 1
                until lay-field-idx > lay-field-count
            if function upper-case(lay-field-name(lay-field-idx))
               = ru-field(rule-idx)
                move lay-field-idx to ru-lay-idx(rule-idx)
            end-if
        end-perform
    end-perform.

load-one-source-record.
    if pr-count >= MAX-PARTY-RECS
        add 1 to recs-dropped
        exit paragraph
    end-if

    add 1 to pr-count
    move it-partner to pr-partner(pr-count)
    move 0 to pr-party(pr-count)
    move 0 to pr-cand(pr-count)
    move space to pr-grade(pr-count)
    move "N" to pr-built(pr-count)

    move spaces to pr-recid(pr-count)
    if recid-field-idx > 0
        move source-record(lay-field-start(recid-field-idx):
                           lay-field-len(recid-field-idx))
            to pr-recid(pr-count)
    end-if
    if pr-recid(pr-count) = spaces
        move src-rec-no to pr-recid(pr-count)
    end-if

    move spaces to pr-asof(pr-count)
    if asof-field-idx > 0
        move source-record(lay-field-start(asof-field-idx):
                           lay-field-len(asof-field-idx))
            to pr-asof(pr-count)
    end-if

    perform varying rule-idx from 1 by 1 until rule-idx > rule-count
        move spaces to pr-value(pr-count, rule-idx)
        if ru-lay-idx(rule-idx) > 0
            move source-record(lay-field-start(ru-lay-idx(rule-idx)):
                               lay-field-len(ru-lay-idx(rule-idx)))
                to pr-value(pr-count, rule-idx)
        end-if
    end-perform

    move spaces to nm-raw
    move source-record(lay-field-start(name-field-idx):
                       lay-field-len(name-field-idx)) to nm-raw
    perform canonicalize-name
    move nm-canon to pr-canon(pr-count)
    move nm-tok-count to pr-tok-count(pr-count)
    perform varying nm-tok-ptr from 1 by 1
            until nm-tok-ptr > MAX-TOKENS
        move nm-token(nm-tok-ptr) to pr-token(pr-count, nm-tok-ptr)
    end-perform.

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

    if ly-layout <> it-layout
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

assign-party-ids.
    perform varying pr-idx from 1 by 1 until pr-idx > pr-count
        perform varying xr-idx from 1 by 1 until xr-idx > xr-count
            if xr-partner(xr-idx) = pr-partner(pr-idx)
               and xr-recid(xr-idx) = pr-recid(pr-idx)
                move xr-party(xr-idx) to pr-party(pr-idx)
                move "X" to pr-grade(pr-idx)
                add 1 to via-xref
                exit perform
            end-if
        end-perform
    end-perform

    perform varying pr-idx from 1 by 1 until pr-idx > pr-count
        if pr-party(pr-idx) = 0
            perform assign-one-record
        end-if
    end-perform.

assign-one-record.
    move space to best-grade
    move 0 to best-party

    move pr-canon(pr-idx) to cmp-a-canon
    move pr-tok-count(pr-idx) to cmp-a-tok-count
    perform varying nm-tok-ptr from 1 by 1
            until nm-tok-ptr > MAX-TOKENS
        move pr-token(pr-idx, nm-tok-ptr) to cmp-a-token(nm-tok-ptr)
    end-perform

    perform varying pr-jdx from 1 by 1 until pr-jdx > pr-count
        if pr-jdx <> pr-idx and pr-party(pr-jdx) > 0
            move pr-canon(pr-jdx) to cmp-b-canon
            move pr-tok-count(pr-jdx) to cmp-b-tok-count
            perform varying nm-tok-ptr from 1 by 1
                    until nm-tok-ptr > MAX-TOKENS
                move pr-token(pr-jdx, nm-tok-ptr)
                    to cmp-b-token(nm-tok-ptr)
            end-perform
            perform grade-one-pair
            move pr-party(pr-jdx) to party-hold
            perform keep-best-grade
        end-if
    end-perform

    perform varying gm-idx from 1 by 1 until gm-idx > gm-count
        move gm-canon(gm-idx) to cmp-b-canon
        move gm-tok-count(gm-idx) to cmp-b-tok-count
        perform varying nm-tok-ptr from 1 by 1
                until nm-tok-ptr > MAX-TOKENS
            move gm-token(gm-idx, nm-tok-ptr) to cmp-b-token(nm-tok-ptr)
        end-perform
        perform grade-one-pair
        move gm-id(gm-idx) to party-hold
        perform keep-best-grade
    end-perform

    evaluate best-grade
        when "A"
            move best-party to pr-party(pr-idx)
            move "A" to pr-grade(pr-idx)
            add 1 to via-grade-a
            perform add-xref-entry
        when "B"
            move best-party to pr-party(pr-idx)
            move "B" to pr-grade(pr-idx)
            add 1 to via-grade-b
            perform add-xref-entry
        when "C"
            move "C" to pr-grade(pr-idx)
            move best-party to pr-cand(pr-idx)
            add 1 to held-count
        when other
            add 1 to next-party-no
            add 1 to new-parties
            move next-party-no to pr-party(pr-idx)
            move "N" to pr-grade(pr-idx)
            perform add-xref-entry
    end-evaluate.

keep-best-grade.
    if match-grade = space
        exit paragraph
    end-if
    if best-grade = space or match-grade < best-grade
        move match-grade to best-grade
        move party-hold to best-party
    end-if.

add-xref-entry.
    if xr-count >= MAX-XREF
        exit paragraph
    end-if
    add 1 to xr-count
    move pr-party(pr-idx) to xr-party(xr-count)
    move pr-partner(pr-idx) to xr-partner(xr-count)
    move pr-recid(pr-idx) to xr-recid(xr-count)
    move pr-grade(pr-idx) to xr-grade(xr-count)
    move now-date to xr-date(xr-count).

build-golden-records.
    perform varying pr-idx from 1 by 1 until pr-idx > pr-count
        if pr-party(pr-idx) > 0 and pr-built(pr-idx) = "N"
            perform build-one-golden
        end-if
    end-perform

    perform varying gm-idx from 1 by 1 until gm-idx > gm-count
        if gm-rebuilt(gm-idx) = "N"
            add 1 to parties-carried
        end-if
    end-perform

    perform list-held-records.

build-one-golden.
    move pr-party(pr-idx) to party-hold
    add 1 to parties-built
    move 0 to contrib-count

    move spaces to golden-line
    move 1 to golden-ptr
    string "P" party-hold
           delimited by size into golden-line
           with pointer golden-ptr

    perform varying rule-idx from 1 by 1 until rule-idx > rule-count
        perform pick-surviving-value
        if rule-idx = 1
            move spaces to golden-name
            if win-idx > 0
                move pr-value(win-idx, 1) to golden-name
            end-if
            string " | " function trim(golden-name)
                   delimited by size into golden-line
                   with pointer golden-ptr
        else
            if win-idx > 0
                string " | " function trim(ru-field(rule-idx)) "="
                       function trim(pr-value(win-idx, rule-idx))
                       delimited by size into golden-line
                       with pointer golden-ptr
            else
                string " | " function trim(ru-field(rule-idx)) "="
                       delimited by size into golden-line
                       with pointer golden-ptr
            end-if
        end-if
    end-perform

    move spaces to report-file-record
    string "PARTY P" party-hold " " function trim(golden-name)
           delimited by size into report-file-record
    perform write-detail-line

    perform varying pr-jdx from 1 by 1 until pr-jdx > pr-count
        if pr-party(pr-jdx) = party-hold
            move "Y" to pr-built(pr-jdx)
            add 1 to contrib-count
            move spaces to report-file-record
            string "  from " function trim(pr-partner(pr-jdx))
                   " record " function trim(pr-recid(pr-jdx))
                   "  grade " pr-grade(pr-jdx)
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform

    move 0 to gm-found-idx
    perform varying gm-idx from 1 by 1 until gm-idx > gm-count
        if gm-id(gm-idx) = party-hold
            move gm-idx to gm-found-idx
            exit perform
        end-if
    end-perform

    if gm-found-idx = 0
        if gm-count >= MAX-PARTIES
            move spaces to report-file-record
            string "WARNING: party master full - P" party-hold
                   " not stored"
                   delimited by size into report-file-record
            perform write-detail-line
            exit paragraph
        end-if
        add 1 to gm-count
        move gm-count to gm-found-idx
        move party-hold to gm-id(gm-found-idx)
    end-if
    move golden-line to gm-line(gm-found-idx)
    move "Y" to gm-rebuilt(gm-found-idx).

pick-surviving-value.
    move 0 to win-idx
    move 0 to win-len
    move 99 to win-rank

    if rule-prefer(rule-idx)
        perform split-prefer-list
    end-if

    perform varying pr-jdx from 1 by 1 until pr-jdx > pr-count
        if pr-party(pr-jdx) = party-hold
           and pr-value(pr-jdx, rule-idx) <> spaces
            perform weigh-one-candidate
        end-if
    end-perform.

weigh-one-candidate.
    compute cand-len = function length(
        function trim(pr-value(pr-jdx, rule-idx)))

    if win-idx = 0
        move pr-jdx to win-idx
        move cand-len to win-len
        if rule-prefer(rule-idx)
            perform rank-candidate-partner
            move cand-rank to win-rank
        end-if
        exit paragraph
    end-if

    evaluate true
        when rule-recent(rule-idx)
            if pr-asof(pr-jdx) > pr-asof(win-idx)
                move pr-jdx to win-idx
                move cand-len to win-len
            end-if
        when rule-prefer(rule-idx)
            perform rank-candidate-partner
            if cand-rank < win-rank
               or (cand-rank = win-rank and cand-len > win-len)
                move pr-jdx to win-idx
                move cand-len to win-len
                move cand-rank to win-rank
            end-if
        when other
            if cand-len > win-len
                move pr-jdx to win-idx
                move cand-len to win-len
            end-if
    end-evaluate.

split-prefer-list.
    perform varying pref-idx from 1 by 1 until pref-idx > 10
        move spaces to pref-partner(pref-idx)
    end-perform
    unstring ru-prefer(rule-idx) delimited by ","
        into pref-partner(1), pref-partner(2), pref-partner(3),
             pref-partner(4), pref-partner(5), pref-partner(6),
             pref-partner(7), pref-partner(8), pref-partner(9),
             pref-partner(10)
    end-unstring
    perform varying pref-idx from 1 by 1 until pref-idx > 10
        move function trim(pref-partner(pref-idx))
            to pref-partner(pref-idx)
    end-perform.

rank-candidate-partner.
    move 99 to cand-rank
    perform varying pref-idx from 1 by 1 until pref-idx > 10
        if pref-partner(pref-idx) <> spaces
           and pref-partner(pref-idx) = pr-partner(pr-jdx)
            move pref-idx to cand-rank
            exit perform
        end-if
    end-perform.

list-held-records.
    if held-count = 0
        exit paragraph
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move "HELD FOR ANALYST DECISION (grade C - not merged):"
        to report-file-record
    perform write-detail-line

    perform varying pr-idx from 1 by 1 until pr-idx > pr-count
        if pr-grade(pr-idx) = "C"
            move spaces to report-file-record
            string "  " function trim(pr-partner(pr-idx))
                   " record " function trim(pr-recid(pr-idx))
                   ": " function trim(pr-canon(pr-idx))
                   " -> candidate P" pr-cand(pr-idx)
                   delimited by size into report-file-record
            perform write-detail-line
        end-if
    end-perform.

write-party-master.
    open output pmstr-file
    perform varying gm-idx from 1 by 1 until gm-idx > gm-count
        move gm-line(gm-idx) to pmstr-record
        write pmstr-record
    end-perform
    close pmstr-file.

write-party-xref.
    open output xref-file
    perform varying xr-idx from 1 by 1 until xr-idx > xr-count
        move spaces to xref-record
        string "P" xr-party(xr-idx) " | "
               function trim(xr-partner(xr-idx)) " | "
               function trim(xr-recid(xr-idx)) " | "
               xr-grade(xr-idx) " | "
               xr-date(xr-idx)
               delimited by size into xref-record
        write xref-record
    end-perform
    close xref-file.

write-hold-file.
    open output hold-file
    perform varying pr-idx from 1 by 1 until pr-idx > pr-count
        if pr-grade(pr-idx) = "C"
            move spaces to hold-record
            string function trim(pr-partner(pr-idx)) " | "
                   function trim(pr-recid(pr-idx)) " | "
                   function trim(pr-canon(pr-idx)) " | P"
                   pr-cand(pr-idx) " | "
                   now-date
                   delimited by size into hold-record
            write hold-record
        end-if
    end-perform
    close hold-file.

record-analyst-decision.
    move "N" to hold-found-flag
    move 0 to hold-lines
    open input hold-file
    if hold-status = "00"
        read hold-file
        perform until hold-status = "10"
            perform check-one-hold-line
            read hold-file
        end-perform
        close hold-file
    end-if

    move spaces to audit-input-value
    string function trim(hl-partner) " " function trim(hl-recid)
           delimited by size into audit-input-value

    if not hold-found
        display "No held record " function trim(hl-partner) " "
                function trim(hl-recid) " in "
                function trim(hold-filename)
        move "DECISION REJECTED - not held" to audit-result-value
        perform log-audit-entry
        move 8 to return-code
        exit paragraph
    end-if

    perform load-party-master
    perform load-party-xref
    perform read-party-counter

    if decide-party = "NEW"
        add 1 to next-party-no
        move next-party-no to party-hold
        perform save-party-counter
    else
        if decide-party(1:1) <> "P" or decide-party(2:8) is not numeric
           or decide-party(10:) <> spaces
            display "Party id must be Pnnnnnnnn or NEW"
            move 16 to return-code
            exit paragraph
        end-if
        move decide-party(2:8) to party-hold
        move 0 to gm-found-idx
        perform varying gm-idx from 1 by 1 until gm-idx > gm-count
            if gm-id(gm-idx) = party-hold
                move gm-idx to gm-found-idx
            end-if
        end-perform
        if gm-found-idx = 0
            display "Party P" party-hold " is not on "
                    function trim(pmstr-filename)
            move "DECISION REJECTED - unknown party"
                to audit-result-value
            perform log-audit-entry
            move 8 to return-code
            exit paragraph
        end-if
    end-if

    if xr-count < MAX-XREF
        add 1 to xr-count
        move party-hold to xr-party(xr-count)
        move hl-partner to xr-partner(xr-count)
        move hl-recid to xr-recid(xr-count)
        move "D" to xr-grade(xr-count)
        move now-date to xr-date(xr-count)
    end-if
    perform write-party-xref

    open output hold-file
    perform varying hold-idx from 1 by 1 until hold-idx > hold-lines
        move hold-line(hold-idx) to hold-record
        write hold-record
    end-perform
    close hold-file

    display "Held record " function trim(hl-partner) " "
            function trim(hl-recid) " assigned to party P" party-hold
    move spaces to audit-result-value
    string "DECIDED -> P" party-hold
           delimited by size into audit-result-value
    perform log-audit-entry.

check-one-hold-line.
    move spaces to xl-partner
    move spaces to xl-recid
    unstring hold-record delimited by " | "
        into xl-partner, xl-recid
    end-unstring
    if xl-partner = hl-partner and xl-recid = hl-recid
        move "Y" to hold-found-flag
        exit paragraph
    end-if
    if hold-lines < 1000
        add 1 to hold-lines
        move hold-record to hold-line(hold-lines)
    end-if.

canonicalize-name.
    move spaces to nm-canon
    move 0 to nm-tok-count
    perform varying nm-tok-ptr from 1 by 1
            until nm-tok-ptr > MAX-TOKENS
        move spaces to nm-token(nm-tok-ptr)
    end-perform

    move function upper-case(nm-raw) to nm-raw
    inspect nm-raw replacing all "." by space
                             all "," by space
                             all "-" by space
                             all "'" by space

    compute nm-len =
        function length(function trim(nm-raw trailing))
    move 1 to nm-out-ptr
    move 0 to nm-tok-ptr

    perform varying nm-in-ptr from 1 by 1
            until nm-in-ptr > nm-len
        move nm-raw(nm-in-ptr:1) to nm-char
        if nm-char = space
            if nm-tok-ptr > 0
                move 0 to nm-tok-ptr
            end-if
        else
            if nm-tok-ptr = 0
                if nm-tok-count < MAX-TOKENS
                    add 1 to nm-tok-count
                end-if
                if nm-out-ptr > 1 and nm-out-ptr < 100
                    move space to nm-canon(nm-out-ptr:1)
                    add 1 to nm-out-ptr
                end-if
            end-if
            add 1 to nm-tok-ptr
            if nm-tok-ptr <= 20 and nm-tok-count >= 1
                move nm-char
                    to nm-token(nm-tok-count)(nm-tok-ptr:1)
            end-if
            if nm-out-ptr <= 100
                move nm-char to nm-canon(nm-out-ptr:1)
                add 1 to nm-out-ptr
            end-if
        end-if
    end-perform.

grade-one-pair.
    move space to match-grade

    if cmp-a-tok-count = 0 or cmp-b-tok-count = 0
        exit paragraph
    end-if

    if cmp-a-canon = cmp-b-canon
        move "A" to match-grade
        exit paragraph
    end-if

    if cmp-a-token(cmp-a-tok-count) <> cmp-b-token(cmp-b-tok-count)
        exit paragraph
    end-if

    perform check-initial-rule
    if first-initial-ok = "Y" and rest-equal-ok = "Y"
        move "B" to match-grade
        exit paragraph
    end-if

    perform check-subsequence-rule
    if subseq-ok = "Y"
        move "C" to match-grade
    end-if.

check-initial-rule.
    move "N" to first-initial-ok
    move "N" to rest-equal-ok

    if cmp-a-tok-count <> cmp-b-tok-count
        exit paragraph
    end-if

    if cmp-a-token(1) = cmp-b-token(1)
        continue
    else
        if (cmp-a-token(1)(2:19) = spaces
            and cmp-a-token(1)(1:1) = cmp-b-token(1)(1:1))
           or (cmp-b-token(1)(2:19) = spaces
               and cmp-b-token(1)(1:1) = cmp-a-token(1)(1:1))
            continue
        else
            exit paragraph
        end-if
    end-if

    move "Y" to first-initial-ok
    move "Y" to rest-equal-ok

    perform varying tok-a from 2 by 1 until tok-a > cmp-a-tok-count
        if cmp-a-token(tok-a) <> cmp-b-token(tok-a)
            move "N" to rest-equal-ok
            exit perform
        end-if
    end-perform.

check-subsequence-rule.
    move "N" to subseq-ok

    if cmp-a-token(1) <> cmp-b-token(1)
        exit paragraph
    end-if

    if cmp-a-tok-count <= cmp-b-tok-count
        move 1 to walk-b
        move 0 to tok-b
        perform varying tok-a from 1 by 1 until tok-a > cmp-a-tok-count
            perform find-token-in-b
            if walk-b = 0
                exit paragraph
            end-if
        end-perform
        move "Y" to subseq-ok
    else
        move 1 to walk-a
        move 0 to tok-a
        perform varying tok-b from 1 by 1 until tok-b > cmp-b-tok-count
            perform find-token-in-a
            if walk-a = 0
                exit paragraph
            end-if
        end-perform
        move "Y" to subseq-ok
    end-if.

find-token-in-b.
    perform varying walk-a from walk-b by 1
            until walk-a > cmp-b-tok-count
        if cmp-b-token(walk-a) = cmp-a-token(tok-a)
            compute walk-b = walk-a + 1
            exit paragraph
        end-if
    end-perform
    move 0 to walk-b.

find-token-in-a.
    perform varying walk-b from walk-a by 1
            until walk-b > cmp-a-tok-count
        if cmp-a-token(walk-b) = cmp-b-token(tok-b)
            compute walk-a = walk-b + 1
            exit paragraph
        end-if
    end-perform
    move 0 to walk-a.

write-build-summary.
    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Source records read:      " recs-read
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  kept party via xref:    " via-xref
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  joined at grade A:      " via-grade-a
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  joined at grade B:      " via-grade-b
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  new parties:            " new-parties
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "  held (grade C):         " held-count
           " -> " function trim(hold-filename)
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Golden records rebuilt:   " parties-built
           "  carried forward: " parties-carried
           delimited by size into report-file-record
    perform write-detail-line

    if recs-dropped > 0
        move spaces to report-file-record
        string "WARNING: " recs-dropped " record(s) over the "
               MAX-PARTY-RECS " record limit were not processed"
               delimited by size into report-file-record
        perform write-detail-line
    end-if
    if sources-bad > 0
        move spaces to report-file-record
        string "WARNING: " sources-bad " source file(s) skipped"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Run summary: read " recs-read
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
    display "Usage: party-master -b <sources-list> <report-file>"
    display "       party-master -d <partner> <record-id> "
            "<party-id|NEW>"
    display "  -b builds one golden record per party from the"
    display "     source files listed as ""<partner> <layout> <file>"""
    display "     (layout registered in LAYOUTS.TXT with a NAME field"
    display "     and optional RECID and ASOF yyyymmdd fields); names"
    display "     are standardized and graded the way name-match does"
    display "     and grade A/B matches join the same party; a"
    display "     permanent party id (PARTYNO.TXT) is kept in the"
    display "     cross-reference PARTYXREF.TXT; field survivorship"
    display "     comes from SURVIVE.TXT (""<field> | RECENT|COMPLETE|"
    display "     PREFER | <partner,partner...>""); golden records go"
    display "     to PARTYMSTR.TXT; grade C records are held in"
    display "     PARTYHOLD.TXT and not merged; RC 4 when any are held"
    display "  -d records an analyst decision on a held record:"
    display "     link it to an existing party or give it a NEW one"
    move 16 to return-code
    stop run.

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
    move recs-read to eh-records-count
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
