identification division.
program-id. watchlist-screen.

environment division.
input-output section.
file-control.
    select watchlist-file assign to dynamic watchlist-filename
        organization is line sequential
        file status is watchlist-status.

    select arrival-register assign to dynamic arrival-register-name
        organization is line sequential
        file status is arrival-register-status.

    select in-file assign to dynamic in-filename
        organization is line sequential
        file status is in-file-status.

    select stgchk-file assign to dynamic in-filename
        organization is line sequential
        file status is stgchk-status.

    select keyring-file assign to dynamic keyring-filename
        organization is line sequential
        file status is keyring-status.

    select masterkey-file assign to dynamic masterkey-filename
        organization is line sequential
        file status is masterkey-status.

    select screenq-file assign to dynamic screenq-filename
        organization is line sequential
        file status is screenq-status.

    select screenq-work assign to dynamic screenq-work-name
        organization is line sequential
        file status is screenq-work-status.

    select screenno-file assign to dynamic screenno-filename
        organization is line sequential
        file status is screenno-status.

    select screendisp-file assign to dynamic screendisp-filename
        organization is line sequential
        file status is screendisp-status.

    select alert-file assign to dynamic alert-filename
        organization is line sequential
        file status is alert-file-status.

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
fd  watchlist-file.
01  watchlist-record  pic x(200).

fd  arrival-register.
01  arrival-register-record pic x(300).

fd  in-file.
    copy "text-input-fd.cpy".

fd  stgchk-file.
01  stgchk-record     pic x(500).

fd  keyring-file.
01  keyring-record    pic x(200).

fd  masterkey-file.
01  masterkey-record  pic x(100).

fd  screenq-file.
    copy "screenq-fd.cpy".

fd  screenq-work.
01  screenq-work-record pic x(400).

fd  screenno-file.
01  screenno-record   pic 9(9).

fd  screendisp-file.
01  screendisp-record pic x(300).

fd  alert-file.
    copy "alert-fd.cpy".

fd  report-file.
01  report-file-record pic x(132).

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
copy "cipher-trailer.cpy".
copy "staged-ws.cpy".
copy "alert-ws.cpy".
copy "screenq-ws.cpy".
copy "elapsed-ws.cpy".
copy "report-header-ws.cpy".
copy "run-summary-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 6 times.

01 run-mode          pic x value space.
   88 mode-screen    value 'S'.
   88 mode-dispose   value 'D'.
   88 mode-queue     value 'Q'.

01 watchlist-filename   pic x(100) value "WATCHLIST.TXT".
01 watchlist-status     pic xx.
01 arrival-register-name pic x(100) value "ARRIVALS.TXT".
01 arrival-register-status pic xx.
01 in-filename          pic x(100).
01 in-file-status       pic xx.
01 screenq-work-name    pic x(100) value "SCREENQ.WORK.TXT".
01 screenq-work-status  pic xx.
01 screenno-filename    pic x(100) value "SCREENNO.TXT".
01 screenno-status      pic xx.
01 screendisp-filename  pic x(100) value "SCREENDISP.TXT".
01 screendisp-status    pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.
01 del-status           binary-long.

01 target-partner       pic x(12).
01 target-batch         pic x(12) value spaces.
01 name-start-x         pic x(10).
01 name-len-x           pic x(10).
01 name-start           binary-long.
01 name-len             binary-long.

01 reg-batch            pic x(12).
01 reg-file             pic x(100).
01 reg-partner          pic x(12).
01 reg-count            pic x(12).
01 reg-status-word      pic x(12).
01 reg-when             pic x(20).
01 reg-staged           pic x(100).
01 bus-date-disp        pic x(10).
01 today-date-8         pic 9(8).
01 today-date-disp      pic x(10).
01 screen-ts            pic x(19).

01 MAX-NAMES constant as 1.
01 MAX-TOKENS constant as 10.
01 MAX-WATCH constant as 2000.

01 na-count          binary-long value 0.
01 na-table.
   05 na-entry       occurs 1 times.
      10 na-line     pic x(100).
      10 na-canon    pic x(100).
      10 na-tok-count binary-long.
      10 na-token    pic x(20) occurs 10 times.
01 na-idx            binary-long.

01 nb-count          binary-long value 0.
01 nb-table.
   05 nb-entry       occurs 1 to MAX-WATCH
                      depending on nb-count.
      10 nb-list     pic x(12).
      10 nb-id       pic x(12).
      10 nb-line     pic x(100).
      10 nb-canon    pic x(100).
      10 nb-tok-count binary-long.
      10 nb-token    pic x(20) occurs 10 times.
01 nb-idx            binary-long.
01 watch-dropped     pic 9(5) value 0.

01 wl-rec-list       pic x(12).
01 wl-rec-id         pic x(12).
01 wl-rec-name       pic x(100).

01 nm-raw            pic x(200).
01 nm-canon          pic x(100).
01 nm-tok-count      binary-long.
01 nm-token          pic x(20) occurs 10 times.
01 nm-char           pic x.
01 nm-in-ptr         binary-long.
01 nm-out-ptr        binary-long.
01 nm-len            binary-long.
01 nm-tok-ptr        binary-long.

01 match-grade       pic x.
01 tok-a             binary-long.
01 tok-b             binary-long.
01 walk-a            binary-long.
01 walk-b            binary-long.
01 subseq-ok         pic x.
01 first-initial-ok  pic x.
01 rest-equal-ok     pic x.

01 MAX-DISPOSITIONS constant as 5000.
01 dm-count          binary-long value 0.
01 dm-table.
   05 dm-entry       occurs 1 to MAX-DISPOSITIONS
                      depending on dm-count.
      10 dm-name     pic x(100).
      10 dm-list     pic x(12).
      10 dm-entry-id pic x(12).
      10 dm-verdict  pic x(10).
      10 dm-hit-id   pic x(10).
01 dm-idx            binary-long.
01 dm-found-idx      binary-long.
01 dm-rec-name       pic x(100).
01 dm-rec-list       pic x(12).
01 dm-rec-entry      pic x(12).
01 dm-rec-verdict    pic x(10).
01 dm-rec-hit-id     pic x(10).

01 MAX-QUEUE-KEYS constant as 5000.
01 qk-count          binary-long value 0.
01 qk-table.
   05 qk-entry       occurs 1 to MAX-QUEUE-KEYS
                      depending on qk-count.
      10 qk-batch    pic x(12).
      10 qk-recno    pic x(9).
      10 qk-list     pic x(12).
      10 qk-entry-id pic x(12).
01 qk-idx            binary-long.
01 qk-found-flag     pic x value 'N'.
   88 qk-already-queued value 'Y'.

01 MAX-SCREEN-BATCHES constant as 50.
01 sb-count          binary-long value 0.
01 sb-table.
   05 sb-entry       occurs 50 times.
      10 sb-batch    pic x(12).
      10 sb-records  pic 9(9).
      10 sb-hits     pic 9(5).
      10 sb-open-a   pic 9(5).
01 sb-idx            binary-long.

01 screen-no         pic 9(9) value 0.
01 screen-no-disp    pic 9(6).
01 hit-id            pic x(10).
01 hit-note          pic x(60).
01 rec-no            pic 9(9).
01 rec-no-disp       pic 9(9).
01 feed-name         pic x(100).

01 target-hit-id     pic x(10).
01 new-verdict       pic x(10).
01 new-note          pic x(60).
01 bar-tally         binary-long.
01 hit-found-flag    pic x value 'N'.
   88 hit-found      value 'Y'.
01 new-sq-line       pic x(400).
01 sq-scan-id        pic x(10).
01 hold-name         pic x(100).
01 hold-list         pic x(12).
01 hold-entry        pic x(12).
01 hold-partner      pic x(12).
01 hold-batch        pic x(12).
01 also-cleared      pic 9(5) value 0.
01 batch-open-a      pic 9(5) value 0.

01 records-screened  pic 9(9) value 0.
01 batches-screened  pic 9(5) value 0.
01 hits-raised       pic 9(5) value 0.
01 hits-grade-a      pic 9(5) value 0.
01 hits-cleared-before pic 9(5) value 0.
01 hits-confirmed-before pic 9(5) value 0.
01 hits-already      pic 9(5) value 0.
01 batches-held      pic 9(5) value 0.
01 queue-open        pic 9(5) value 0.
01 queue-open-a      pic 9(5) value 0.
01 queue-read        pic 9(9) value 0.
01 count-disp        pic zzzz9.
01 rec-no-edit       pic z(8)9.

procedure division.

main.
    move "watchlist-screen" to audit-program-id
    perform validate-args
    perform check-operator-authority
    perform resolve-today

    evaluate true
        when mode-screen
            perform run-screening
        when mode-dispose
            perform record-disposition
        when mode-queue
            perform list-review-queue
    end-evaluate

    stop run.

validate-args.
    accept argc from argument-number

    if argc < 2 or argc > 6
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1 until arg-idx > argc
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate true
        when arg-val(1) = "-s" and (argc = 5 or argc = 6)
            set mode-screen to true
            move arg-val(2) to target-partner
            move arg-val(3) to name-start-x
            move arg-val(4) to name-len-x
            move arg-val(5) to report-filename
            if argc = 6
                move arg-val(6) to target-batch
            end-if
        when arg-val(1) = "-d" and argc = 4
            set mode-dispose to true
            move function upper-case(arg-val(2)) to target-hit-id
            move function upper-case(arg-val(3)) to new-verdict
            move arg-val(4) to new-note
        when arg-val(1) = "-q" and argc = 2
            set mode-queue to true
            move arg-val(2) to report-filename
        when other
            perform show-usage
    end-evaluate

    if mode-screen
        if target-partner = spaces or report-filename = spaces
            perform show-usage
        end-if
        if function test-numval(name-start-x) <> 0
           or function test-numval(name-len-x) <> 0
            display "Name field start and length must be numeric"
            move 16 to return-code
            stop run
        end-if
        compute name-start = function numval(name-start-x)
        compute name-len = function numval(name-len-x)
        if name-start < 1 or name-len < 1
           or name-start + name-len - 1 > 500
            display "Name field must lie within columns 1-500"
            move 16 to return-code
            stop run
        end-if
        if target-batch <> spaces
            if function test-numval(target-batch) <> 0
                display "Batch number must be numeric"
                move 16 to return-code
                stop run
            end-if
            compute rec-no = function numval(target-batch)
            move rec-no to rec-no-disp
            move rec-no-disp to target-batch
        end-if
    end-if

    if mode-dispose
        evaluate new-verdict
            when "CLEAR"
                move "CLEARED" to new-verdict
            when "CONFIRM"
                move "CONFIRMED" to new-verdict
            when other
                display "Disposition must be CLEAR or CONFIRM"
                move 16 to return-code
                stop run
        end-evaluate
        if target-hit-id = spaces
           or new-note = spaces or new-note = "-"
            perform show-usage
        end-if
        move 0 to bar-tally
        inspect new-note tallying bar-tally for all "|"
        if bar-tally > 0
            display "Review note may not contain |"
            move 16 to return-code
            stop run
        end-if
    end-if

    if mode-queue and report-filename = spaces
        perform show-usage
    end-if.

resolve-today.
    accept today-date-8 from date yyyymmdd
    move spaces to today-date-disp
    string today-date-8(1:4) "-" today-date-8(5:2) "-"
           today-date-8(7:2)
           delimited by size into today-date-disp

    perform resolve-business-date
    move spaces to bus-date-disp
    string audit-business-date(1:4) "-" audit-business-date(5:2) "-"
           audit-business-date(7:2)
           delimited by size into bus-date-disp.

make-screen-timestamp.
    accept audit-run-time from time
    move spaces to screen-ts
    string today-date-disp " "
           audit-run-time(1:2) ":" audit-run-time(3:2) ":"
           audit-run-time(5:2)
           delimited by size into screen-ts.

run-screening.
    move function current-date to rsum-start-stamp

    perform load-watch-list
    if nb-count = 0
        display "No watch-list entries on file ("
                function trim(watchlist-filename) ")"
        move 16 to return-code
        stop run
    end-if

    perform load-dispositions
    perform load-queue-keys

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "WATCH-LIST SCREENING" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    if target-batch = spaces
        string "Partner: " function trim(target-partner)
               "   staged arrivals of " bus-date-disp
               "   name field: column " name-start-x(1:3)
               " length " name-len-x(1:3)
               delimited by size into report-file-record
    else
        string "Partner: " function trim(target-partner)
               "   arrival batch " function trim(target-batch)
               "   name field: column " name-start-x(1:3)
               " length " name-len-x(1:3)
               delimited by size into report-file-record
    end-if
    perform write-detail-line

    move spaces to report-file-record
    move nb-count to count-disp
    string "Watch list: " function trim(watchlist-filename)
           " (" function trim(count-disp) " entries)"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    perform scan-arrival-register

    if batches-screened = 0
        move spaces to report-file-record
        string "  no staged arrival for partner "
               function trim(target-partner)
               " to screen"
               delimited by size into report-file-record
        perform write-detail-line
    end-if

    perform write-screening-summary
    perform write-run-summary-footer

    close report-file

    move target-partner to audit-input-value
    move spaces to audit-result-value
    string "screen: batches=" batches-screened
           " records=" records-screened
           " hits=" hits-raised
           " grade-A=" hits-grade-a
           " held=" batches-held
           delimited by size into audit-result-value
    perform log-audit-entry

    if batches-held > 0 or batches-screened = 0
        move 4 to return-code
    end-if.

load-watch-list.
    move 0 to nb-count

    open input watchlist-file
    if watchlist-status <> "00"
        exit paragraph
    end-if

    read watchlist-file
    perform until watchlist-status = "10"
        perform load-one-watch-entry
        read watchlist-file
    end-perform

    close watchlist-file.

load-one-watch-entry.
    if function trim(watchlist-record) = spaces
       or watchlist-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to wl-rec-list
    move spaces to wl-rec-id
    move spaces to wl-rec-name

    unstring watchlist-record delimited by " | "
        into wl-rec-list, wl-rec-id, wl-rec-name
    end-unstring

    if wl-rec-id = spaces or wl-rec-name = spaces
        exit paragraph
    end-if

    if nb-count >= MAX-WATCH
        add 1 to watch-dropped
        exit paragraph
    end-if

    move wl-rec-name to nm-raw
    perform canonicalize-name
    if nm-tok-count = 0
        exit paragraph
    end-if

    add 1 to nb-count
    move function upper-case(wl-rec-list) to nb-list(nb-count)
    move wl-rec-id to nb-id(nb-count)
    move wl-rec-name to nb-line(nb-count)
    move nm-canon to nb-canon(nb-count)
    move nm-tok-count to nb-tok-count(nb-count)
    perform varying nm-tok-ptr from 1 by 1
            until nm-tok-ptr > MAX-TOKENS
        move nm-token(nm-tok-ptr)
            to nb-token(nb-count, nm-tok-ptr)
    end-perform.

load-dispositions.
    move 0 to dm-count

    open input screendisp-file
    if screendisp-status <> "00"
        exit paragraph
    end-if

    read screendisp-file
    perform until screendisp-status = "10"
        perform load-one-disposition
        read screendisp-file
    end-perform

    close screendisp-file.

load-one-disposition.
    if function trim(screendisp-record) = spaces
       or screendisp-record(1:1) = "*"
        exit paragraph
    end-if

    move spaces to dm-rec-name
    move spaces to dm-rec-list
    move spaces to dm-rec-entry
    move spaces to dm-rec-verdict
    move spaces to dm-rec-hit-id

    unstring screendisp-record delimited by " | "
        into dm-rec-name, dm-rec-list, dm-rec-entry,
             dm-rec-verdict, dm-rec-hit-id
    end-unstring

    move dm-rec-name to hold-name
    move dm-rec-list to hold-list
    move dm-rec-entry to hold-entry
    perform find-disposition

    if dm-found-idx = 0
        if dm-count >= MAX-DISPOSITIONS
            exit paragraph
        end-if
        add 1 to dm-count
        move dm-count to dm-found-idx
        move dm-rec-name to dm-name(dm-count)
        move dm-rec-list to dm-list(dm-count)
        move dm-rec-entry to dm-entry-id(dm-count)
    end-if

    move dm-rec-verdict to dm-verdict(dm-found-idx)
    move dm-rec-hit-id to dm-hit-id(dm-found-idx).

find-disposition.
    move 0 to dm-found-idx
    perform varying dm-idx from 1 by 1
            until dm-idx > dm-count or dm-found-idx > 0
        if dm-name(dm-idx) = hold-name
           and dm-list(dm-idx) = hold-list
           and dm-entry-id(dm-idx) = hold-entry
            move dm-idx to dm-found-idx
        end-if
    end-perform.

load-queue-keys.
    move 0 to qk-count

    open input screenq-file
    if screenq-status <> "00"
        exit paragraph
    end-if

    read screenq-file
    perform until screenq-status = "10"
        perform parse-screenq-record
        if sq-rec-partner = target-partner
           and qk-count < MAX-QUEUE-KEYS
            add 1 to qk-count
            move sq-rec-batch to qk-batch(qk-count)
            move sq-rec-recno to qk-recno(qk-count)
            move sq-rec-list to qk-list(qk-count)
            move sq-rec-entry to qk-entry-id(qk-count)
        end-if
        read screenq-file
    end-perform

    close screenq-file.

parse-screenq-record.
    move spaces to sq-rec-id
    move spaces to sq-rec-state
    move spaces to sq-rec-partner
    move spaces to sq-rec-batch
    move spaces to sq-rec-recno
    move spaces to sq-rec-grade
    move spaces to sq-rec-list
    move spaces to sq-rec-entry
    move spaces to sq-rec-name
    move spaces to sq-rec-listed
    move spaces to sq-rec-raised
    move spaces to sq-rec-reviewer
    move spaces to sq-rec-reviewed
    move spaces to sq-rec-note

    if function trim(screenq-record) = spaces
       or screenq-record(1:1) = "*"
        exit paragraph
    end-if

    unstring screenq-record delimited by " | "
        into sq-rec-id, sq-rec-state, sq-rec-partner,
             sq-rec-batch, sq-rec-recno, sq-rec-grade,
             sq-rec-list, sq-rec-entry, sq-rec-name,
             sq-rec-listed, sq-rec-raised, sq-rec-reviewer,
             sq-rec-reviewed, sq-rec-note
    end-unstring.

build-screenq-line.
    move spaces to new-sq-line
    string function trim(sq-rec-id) " | "
           function trim(sq-rec-state) " | "
           function trim(sq-rec-partner) " | "
           function trim(sq-rec-batch) " | "
           sq-rec-recno " | "
           sq-rec-grade " | "
           function trim(sq-rec-list) " | "
           function trim(sq-rec-entry) " | "
           function trim(sq-rec-name) " | "
           function trim(sq-rec-listed) " | "
           sq-rec-raised " | "
           function trim(sq-rec-reviewer) " | "
           function trim(sq-rec-reviewed) " | "
           function trim(sq-rec-note)
           delimited by size into new-sq-line.

scan-arrival-register.
    open input arrival-register
    if arrival-register-status <> "00"
        exit paragraph
    end-if

    read arrival-register
    perform until arrival-register-status = "10"
        perform screen-one-arrival-entry
        read arrival-register
    end-perform

    close arrival-register.

screen-one-arrival-entry.
    if function trim(arrival-register-record) = spaces
        exit paragraph
    end-if

    move spaces to reg-batch
    move spaces to reg-file
    move spaces to reg-partner
    move spaces to reg-count
    move spaces to reg-status-word
    move spaces to reg-when
    move spaces to reg-staged

    unstring arrival-register-record delimited by " | "
        into reg-batch, reg-file, reg-partner, reg-count,
             reg-status-word, reg-when, reg-staged
    end-unstring

    if reg-partner <> target-partner
       or reg-status-word <> "STAGED"
       or reg-staged = spaces
        exit paragraph
    end-if

    if target-batch <> spaces
        if reg-batch <> target-batch
            exit paragraph
        end-if
    else
        if reg-when(1:10) <> bus-date-disp
           and reg-when(1:10) <> today-date-disp
            exit paragraph
        end-if
    end-if

    if sb-count >= MAX-SCREEN-BATCHES
        exit paragraph
    end-if

    perform screen-one-batch.

screen-one-batch.
    move reg-staged to in-filename
    move "N" to stg-flag
    move "N" to stg-verified-flag

    open input in-file
    if in-file-status <> "00"
        move spaces to report-file-record
        string "Batch " function trim(reg-batch)
               ": staged file " function trim(reg-staged)
               " could not be opened - not screened"
               delimited by size into report-file-record
        perform write-detail-line
        exit paragraph
    end-if

    add 1 to batches-screened
    add 1 to sb-count
    move reg-batch to sb-batch(sb-count)
    move 0 to sb-records(sb-count)
    move 0 to sb-hits(sb-count)
    move 0 to sb-open-a(sb-count)

    move spaces to report-file-record
    string "Batch " function trim(reg-batch)
           ": " function trim(reg-staged)
           " (arrived " reg-when(1:19) ")"
           delimited by size into report-file-record
    perform write-detail-line

    move 0 to rec-no
    perform read-in-file
    perform until in-file-status <> "00"
        add 1 to rec-no
        perform screen-one-record
        perform read-in-file
    end-perform

    close in-file

    perform count-batch-open-hits

    move spaces to report-file-record
    move sb-records(sb-count) to rec-no-edit
    move sb-hits(sb-count) to count-disp
    if sb-open-a(sb-count) > 0
        add 1 to batches-held
        string "  HELD: " function trim(rec-no-edit)
               " record(s) screened, " function trim(count-disp)
               " new hit(s), " sb-open-a(sb-count)
               " unreviewed grade-A hit(s) - held from downstream"
               " steps until reviewed"
               delimited by size into report-file-record
        perform write-detail-line
        move "WARN" to alert-severity
        move "WLS101W" to alert-msg-id
        move spaces to alert-message
        string "partner " function trim(target-partner)
               " batch " function trim(reg-batch)
               " held: " sb-open-a(sb-count)
               " unreviewed grade-A watch-list hit(s) on SCREENQ.TXT"
               delimited by size into alert-message
        perform write-alert-entry
    else
        string "  released: " function trim(rec-no-edit)
               " record(s) screened, " function trim(count-disp)
               " new hit(s), no unreviewed grade-A hit"
               delimited by size into report-file-record
        perform write-detail-line
    end-if
    move spaces to report-file-record
    perform write-detail-line.

screen-one-record.
    if function trim(in-file-record) = spaces
        exit paragraph
    end-if

    if in-file-record(1:3) = "HDR" or in-file-record(1:3) = "TRL"
        exit paragraph
    end-if

    add 1 to records-screened
    add 1 to sb-records(sb-count)

    move spaces to feed-name
    move in-file-record(name-start:name-len) to feed-name
    move feed-name to nm-raw
    perform canonicalize-name
    if nm-tok-count = 0
        exit paragraph
    end-if

    move 1 to na-count
    move 1 to na-idx
    move feed-name to na-line(1)
    move nm-canon to na-canon(1)
    move nm-tok-count to na-tok-count(1)
    perform varying nm-tok-ptr from 1 by 1
            until nm-tok-ptr > MAX-TOKENS
        move nm-token(nm-tok-ptr) to na-token(1, nm-tok-ptr)
    end-perform

    perform varying nb-idx from 1 by 1 until nb-idx > nb-count
        perform grade-one-pair
        if match-grade <> space
            perform judge-screen-hit
        end-if
    end-perform.

judge-screen-hit.
    move na-canon(1) to hold-name
    move nb-list(nb-idx) to hold-list
    move nb-id(nb-idx) to hold-entry
    move spaces to hit-note

    perform find-disposition
    if dm-found-idx > 0
        if dm-verdict(dm-found-idx) = "CLEARED"
            add 1 to hits-cleared-before
            exit paragraph
        end-if
        add 1 to hits-confirmed-before
        string "previously confirmed as "
               function trim(dm-hit-id(dm-found-idx))
               delimited by size into hit-note
    end-if

    move rec-no to rec-no-disp
    perform find-queue-key
    if qk-already-queued
        add 1 to hits-already
        exit paragraph
    end-if

    perform raise-screen-hit.

find-queue-key.
    move "N" to qk-found-flag
    perform varying qk-idx from 1 by 1
            until qk-idx > qk-count or qk-already-queued
        if qk-batch(qk-idx) = reg-batch
           and qk-recno(qk-idx) = rec-no-disp
           and qk-list(qk-idx) = hold-list
           and qk-entry-id(qk-idx) = hold-entry
            set qk-already-queued to true
        end-if
    end-perform.

next-screen-number.
    move 0 to screen-no
    open input screenno-file
    if screenno-status = "00"
        read screenno-file
        if screenno-status = "00"
            move screenno-record to screen-no
        end-if
        close screenno-file
    end-if
    add 1 to screen-no
    open output screenno-file
    move screen-no to screenno-record
    write screenno-record
    close screenno-file
    move screen-no to screen-no-disp
    move spaces to hit-id
    string "WLH" screen-no-disp delimited by size into hit-id.

raise-screen-hit.
    perform next-screen-number
    perform make-screen-timestamp

    add 1 to hits-raised
    add 1 to sb-hits(sb-count)
    if match-grade = "A"
        add 1 to hits-grade-a
    end-if

    move hit-id to sq-rec-id
    move "OPEN" to sq-rec-state
    move target-partner to sq-rec-partner
    move reg-batch to sq-rec-batch
    move rec-no-disp to sq-rec-recno
    move match-grade to sq-rec-grade
    move hold-list to sq-rec-list
    move hold-entry to sq-rec-entry
    move hold-name to sq-rec-name
    move nb-line(nb-idx) to sq-rec-listed
    move screen-ts to sq-rec-raised
    move "-" to sq-rec-reviewer
    move "-" to sq-rec-reviewed
    move "-" to sq-rec-note
    if hit-note <> spaces
        move hit-note to sq-rec-note
    end-if
    perform build-screenq-line

    open extend screenq-file
    if screenq-status = "05" or screenq-status = "35"
        open output screenq-file
    end-if
    move new-sq-line to screenq-record
    write screenq-record
    close screenq-file

    if qk-count < MAX-QUEUE-KEYS
        add 1 to qk-count
        move reg-batch to qk-batch(qk-count)
        move rec-no-disp to qk-recno(qk-count)
        move hold-list to qk-list(qk-count)
        move hold-entry to qk-entry-id(qk-count)
    end-if

    move rec-no to rec-no-edit
    move spaces to report-file-record
    string "  " function trim(hit-id) " grade " match-grade
           " record " function trim(rec-no-edit) ": "
           function trim(feed-name(1:60))
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "      matches " function trim(hold-list) " "
           function trim(hold-entry) ": "
           function trim(nb-line(nb-idx)(1:60))
           delimited by size into report-file-record
    perform write-detail-line

    if hit-note <> spaces
        move spaces to report-file-record
        string "      " function trim(hit-note)
               delimited by size into report-file-record
        perform write-detail-line
        move "CRIT" to alert-severity
        move "WLS201S" to alert-msg-id
        move spaces to alert-message
        string "partner " function trim(target-partner)
               " batch " function trim(reg-batch)
               " carries confirmed watch-list party "
               function trim(hold-list) " "
               function trim(hold-entry) " (" function trim(hit-id) ")"
               delimited by size into alert-message
        perform write-alert-entry
    end-if.

count-batch-open-hits.
    move 0 to sb-open-a(sb-count)

    open input screenq-file
    if screenq-status <> "00"
        exit paragraph
    end-if

    read screenq-file
    perform until screenq-status = "10"
        perform parse-screenq-record
        if sq-rec-partner = target-partner
           and sq-rec-batch = sb-batch(sb-count)
           and sq-rec-state = "OPEN"
           and sq-rec-grade = "A"
            add 1 to sb-open-a(sb-count)
        end-if
        read screenq-file
    end-perform

    close screenq-file.

write-screening-summary.
    move spaces to report-file-record
    perform write-detail-line

    move batches-screened to count-disp
    move spaces to report-file-record
    string "Arrival batches screened ....... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move records-screened to rec-no-edit
    move spaces to report-file-record
    string "Records screened ............... " rec-no-edit
           delimited by size into report-file-record
    perform write-detail-line

    move hits-raised to count-disp
    move spaces to report-file-record
    string "Hits raised to the review queue  " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move hits-grade-a to count-disp
    move spaces to report-file-record
    string "  of which grade A ............. " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move hits-confirmed-before to count-disp
    move spaces to report-file-record
    string "  previously confirmed pairings  " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move hits-cleared-before to count-disp
    move spaces to report-file-record
    string "Cleared pairings not raised .... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move hits-already to count-disp
    move spaces to report-file-record
    string "Hits already on the queue ...... " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    move batches-held to count-disp
    move spaces to report-file-record
    string "Batches held for review ........ " count-disp
           delimited by size into report-file-record
    perform write-detail-line

    if watch-dropped > 0
        move spaces to report-file-record
        string "WARNING: " watch-dropped
               " watch-list entries beyond the table limit ignored"
               delimited by size into report-file-record
        perform write-detail-line
    end-if.

record-disposition.
    perform find-screen-hit
    if not hit-found
        display "Hit " function trim(target-hit-id)
                " is not on the review queue ("
                function trim(screenq-filename) ")"
        move 16 to return-code
        stop run
    end-if

    if sq-rec-state <> "OPEN"
        display "Hit " function trim(target-hit-id)
                " is already " function trim(sq-rec-state)
                " - only an OPEN hit can be reviewed"
        move 16 to return-code
        stop run
    end-if

    move sq-rec-name to hold-name
    move sq-rec-list to hold-list
    move sq-rec-entry to hold-entry
    move sq-rec-partner to hold-partner
    move sq-rec-batch to hold-batch

    perform make-screen-timestamp
    perform rewrite-review-queue
    perform append-disposition
    perform count-held-after-review

    display "Hit " function trim(target-hit-id) " "
            function trim(new-verdict) " by "
            function trim(audit-operator-id) " ("
            function trim(hold-list) " "
            function trim(hold-entry) ")"
    if also-cleared > 0
        display "  also cleared " also-cleared
                " other open hit(s) of the same pairing"
    end-if
    if batch-open-a = 0
        display "  partner " function trim(hold-partner)
                " batch " function trim(hold-batch)
                " has no unreviewed grade-A hit left -"
                " released to downstream steps"
    else
        display "  partner " function trim(hold-partner)
                " batch " function trim(hold-batch)
                " still held: " batch-open-a
                " unreviewed grade-A hit(s)"
    end-if

    if new-verdict = "CONFIRMED"
        move "CRIT" to alert-severity
        move "WLS202S" to alert-msg-id
        move spaces to alert-message
        string "watch-list hit " function trim(target-hit-id)
               " CONFIRMED on partner " function trim(hold-partner)
               " batch " function trim(hold-batch) ": "
               function trim(hold-list) " "
               function trim(hold-entry)
               delimited by size into alert-message
        perform write-alert-entry
    end-if

    move target-hit-id to audit-input-value
    move spaces to audit-result-value
    string "SCREEN DISPOSITION: " function trim(new-verdict) " "
           function trim(hold-list) " " function trim(hold-entry)
           " also-cleared=" also-cleared
           " note " function trim(new-note)
           delimited by size into audit-result-value
    perform log-audit-entry.

find-screen-hit.
    move "N" to hit-found-flag

    open input screenq-file
    if screenq-status <> "00"
        exit paragraph
    end-if

    read screenq-file
    perform until screenq-status = "10"
        perform parse-screenq-record
        if sq-rec-id = target-hit-id and sq-rec-id <> spaces
            set hit-found to true
            exit perform
        end-if
        read screenq-file
    end-perform

    close screenq-file.

rewrite-review-queue.
    move 0 to also-cleared

    open output screenq-work
    if screenq-work-status <> "00"
        display "Review queue work file "
                function trim(screenq-work-name)
                " could not be opened"
        move 16 to return-code
        stop run
    end-if

    open input screenq-file
    read screenq-file
    perform until screenq-status = "10"
        move screenq-record to screenq-work-record
        perform parse-screenq-record
        evaluate true
            when sq-rec-id = target-hit-id
                move new-verdict to sq-rec-state
                move audit-operator-id to sq-rec-reviewer
                move screen-ts to sq-rec-reviewed
                move new-note to sq-rec-note
                perform build-screenq-line
                move new-sq-line to screenq-work-record
            when new-verdict = "CLEARED"
             and sq-rec-state = "OPEN"
             and sq-rec-name = hold-name
             and sq-rec-list = hold-list
             and sq-rec-entry = hold-entry
                add 1 to also-cleared
                move "CLEARED" to sq-rec-state
                move audit-operator-id to sq-rec-reviewer
                move screen-ts to sq-rec-reviewed
                move spaces to sq-rec-note
                string "cleared with " function trim(target-hit-id)
                       delimited by size into sq-rec-note
                perform build-screenq-line
                move new-sq-line to screenq-work-record
        end-evaluate
        write screenq-work-record
        read screenq-file
    end-perform
    close screenq-file
    close screenq-work

    open input screenq-work
    open output screenq-file
    read screenq-work
    perform until screenq-work-status = "10"
        move screenq-work-record to screenq-record
        write screenq-record
        read screenq-work
    end-perform
    close screenq-work
    close screenq-file

    call "CBL_DELETE_FILE" using screenq-work-name
        returning del-status
    end-call.

append-disposition.
    open extend screendisp-file
    if screendisp-status = "05" or screendisp-status = "35"
        open output screendisp-file
    end-if

    move spaces to screendisp-record
    string function trim(hold-name) " | "
           function trim(hold-list) " | "
           function trim(hold-entry) " | "
           function trim(new-verdict) " | "
           function trim(target-hit-id) " | "
           function trim(audit-operator-id) " | "
           screen-ts
           delimited by size into screendisp-record
    write screendisp-record

    close screendisp-file.

count-held-after-review.
    move 0 to batch-open-a

    open input screenq-file
    if screenq-status <> "00"
        exit paragraph
    end-if

    read screenq-file
    perform until screenq-status = "10"
        perform parse-screenq-record
        if sq-rec-partner = hold-partner
           and sq-rec-batch = hold-batch
           and sq-rec-state = "OPEN"
           and sq-rec-grade = "A"
            add 1 to batch-open-a
        end-if
        read screenq-file
    end-perform

    close screenq-file.

list-review-queue.
    move function current-date to rsum-start-stamp

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "WATCH-LIST REVIEW QUEUE" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "HIT        PARTNER      BATCH      RECORD    G "
           "LIST         ENTRY        RAISED"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "---------- ------------ ---------- --------- - "
           "------------ ------------ -------------------"
           delimited by size into report-file-record
    perform write-detail-line

    open input screenq-file
    if screenq-status = "00"
        read screenq-file
        perform until screenq-status = "10"
            perform list-one-queue-record
            read screenq-file
        end-perform
        close screenq-file
    end-if

    if queue-open = 0
        move spaces to report-file-record
        move "  (no open hits on the review queue)"
            to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Open hits: " queue-open
           "  grade A (holding their batch): " queue-open-a
           "  queue records read: " queue-read
           delimited by size into report-file-record
    perform write-detail-line

    move queue-read to records-screened
    perform write-run-summary-footer

    close report-file

    move screenq-filename to audit-input-value
    move spaces to audit-result-value
    string "review queue: open=" queue-open
           " grade-A=" queue-open-a
           " report=" function trim(report-filename)
           delimited by size into audit-result-value
    perform log-audit-entry

    if queue-open-a > 0
        move 4 to return-code
    end-if.

list-one-queue-record.
    perform parse-screenq-record
    if sq-rec-id = spaces
        exit paragraph
    end-if

    add 1 to queue-read
    if sq-rec-state <> "OPEN"
        exit paragraph
    end-if

    add 1 to queue-open
    if sq-rec-grade = "A"
        add 1 to queue-open-a
    end-if

    move spaces to report-file-record
    string sq-rec-id " " sq-rec-partner " "
           sq-rec-batch(1:10) " " sq-rec-recno " "
           sq-rec-grade " " sq-rec-list " "
           sq-rec-entry " " sq-rec-raised
           delimited by size into report-file-record
    perform write-detail-line

    move spaces to report-file-record
    string "           feed: " function trim(sq-rec-name(1:50))
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "           list: " function trim(sq-rec-listed(1:50))
           delimited by size into report-file-record
    perform write-detail-line

    if sq-rec-note <> "-" and sq-rec-note <> spaces
        move spaces to report-file-record
        string "           note: " function trim(sq-rec-note)
               delimited by size into report-file-record
        perform write-detail-line
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

    if na-tok-count(na-idx) = 0 or nb-tok-count(nb-idx) = 0
        exit paragraph
    end-if

    if na-canon(na-idx) = nb-canon(nb-idx)
        move "A" to match-grade
        exit paragraph
    end-if

    if na-token(na-idx, na-tok-count(na-idx))
       <> nb-token(nb-idx, nb-tok-count(nb-idx))
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

    if na-tok-count(na-idx) <> nb-tok-count(nb-idx)
        exit paragraph
    end-if

    if na-token(na-idx, 1) = nb-token(nb-idx, 1)
        continue
    else
        if (na-token(na-idx, 1)(2:19) = spaces
            and na-token(na-idx, 1)(1:1)
                = nb-token(nb-idx, 1)(1:1))
           or (nb-token(nb-idx, 1)(2:19) = spaces
               and nb-token(nb-idx, 1)(1:1)
                   = na-token(na-idx, 1)(1:1))
            continue
        else
            exit paragraph
        end-if
    end-if

    move "Y" to first-initial-ok
    move "Y" to rest-equal-ok

    perform varying tok-a from 2 by 1
            until tok-a > na-tok-count(na-idx)
        if na-token(na-idx, tok-a) <> nb-token(nb-idx, tok-a)
            move "N" to rest-equal-ok
            exit perform
        end-if
    end-perform.

check-subsequence-rule.
    move "N" to subseq-ok

    if na-token(na-idx, 1) <> nb-token(nb-idx, 1)
        exit paragraph
    end-if

    if na-tok-count(na-idx) <= nb-tok-count(nb-idx)
        move 1 to walk-b
        move 0 to tok-b
        perform varying tok-a from 1 by 1
                until tok-a > na-tok-count(na-idx)
            perform find-token-in-b
            if walk-b = 0
                exit paragraph
            end-if
        end-perform
        move "Y" to subseq-ok
    else
        move 1 to walk-a
        move 0 to tok-a
        perform varying tok-b from 1 by 1
                until tok-b > nb-tok-count(nb-idx)
            perform find-token-in-a
            if walk-a = 0
                exit paragraph
            end-if
        end-perform
        move "Y" to subseq-ok
    end-if.

find-token-in-b.
    perform varying walk-a from walk-b by 1
            until walk-a > nb-tok-count(nb-idx)
        if nb-token(nb-idx, walk-a) = na-token(na-idx, tok-a)
            compute walk-b = walk-a + 1
            exit paragraph
        end-if
    end-perform
    move 0 to walk-b.

find-token-in-a.
    perform varying walk-b from walk-a by 1
            until walk-b > na-tok-count(na-idx)
        if na-token(na-idx, walk-b) = nb-token(nb-idx, tok-b)
            compute walk-a = walk-b + 1
            exit paragraph
        end-if
    end-perform
    move 0 to walk-a.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Run summary: records " records-screened
           "  hits raised " hits-raised
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

show-usage.
    display "Usage: watchlist-screen -s <partner-id> <name-start> "
            "<name-length> <report-file> [<batch-no>]"
    display "       watchlist-screen -d <hit-id> CLEAR|CONFIRM <note>"
    display "       watchlist-screen -q <report-file>"
    display "  -s screens the party names on the partner's staged"
    display "  arrivals for the business date (or the one arrival"
    display "  batch named) in ARRIVALS.TXT: the name is taken from"
    display "  the given columns of each record (HDR/TRL skipped),"
    display "  standardized the way name-standardizer does, and"
    display "  graded against every entry of the watch list"
    display "  WATCHLIST.TXT (""<list> | <entry-id> | <name>"", e.g."
    display "  SANCTIONS or INTERNAL) with name-match's grades: A ="
    display "  identical canonical form, B = initial vs full first"
    display "  word, C = dropped middle tokens"
    display "  every hit goes to the review queue SCREENQ.TXT"
    display "  (numbered WLHnnnnnn from SCREENNO.TXT) with the"
    display "  matched list entry and grade; a batch with an"
    display "  unreviewed grade-A hit is held (WARN alert WLS101W)"
    display "  and dispatcher steps waiting on the partner's"
    display "  ARRIVAL= keep waiting until it is reviewed (RC 4)"
    display "  -d records the reviewer's disposition of an OPEN hit:"
    display "  CLEAR (false positive) or CONFIRM; dispositions are"
    display "  remembered in SCREENDISP.TXT, so a cleared pairing of"
    display "  feed name and list entry is not raised again (its"
    display "  other open hits are cleared with it), a confirmed"
    display "  pairing is raised again with a CRIT alert WLS201S,"
    display "  and every confirmation raises CRIT alert WLS202S"
    display "  -q lists the open hits on the review queue (RC 4"
    display "  while any grade-A hit is open)"
    move 16 to return-code
    stop run.

append-elapsed-history.
    perform resolve-audit-window
    if audit-window-id <> "-" and audit-window-id <> "NIGHT"
        move spaces to elapsed-hist-filename
        string "ELAPSED-HIST."
               function trim(audit-window-id) ".TXT"
               delimited by size into elapsed-hist-filename
    end-if
    move records-screened to eh-records-count
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

write-alert-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    perform resolve-audit-run-id

    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           " " audit-run-time(1:2) ":" audit-run-time(3:2) ":" audit-run-time(5:2)
           delimited by size into audit-timestamp-disp

    open extend alert-file
    if alert-file-status = "05" or alert-file-status = "35"
        open output alert-file
    end-if

    move spaces to alert-file-record
    string function trim(audit-program-id) " | "
           function trim(audit-timestamp-disp) " | run="
           audit-run-id " | "
           function trim(alert-severity) " | "
           alert-msg-id " "
           function trim(alert-message)
           delimited by size into alert-file-record
    write alert-file-record

    close alert-file.

read-in-file.
    read in-file
    if in-file-status <> "00"
        exit paragraph
    end-if

    if in-file-record(1:9) = CIPHER-HEADER-TAG
        if not staged-verified
            perform verify-staged-file
        end-if
        read in-file
        if in-file-status <> "00"
            exit paragraph
        end-if
    end-if

    if not staged-encrypted
        exit paragraph
    end-if

    if in-file-record(1:9) = CIPHER-TRAILER-TAG
        move "10" to in-file-status
        exit paragraph
    end-if

    move in-file-record to stg-text
    set stg-decrypt to true
    perform apply-staged-cipher
    move stg-text to in-file-record.

verify-staged-file.
    set staged-verified to true
    set staged-encrypted to true

    open input stgchk-file
    if stgchk-status <> "00"
        move "STG101E" to stg-refuse-msg-id
        move "file could not be reopened for trailer verification"
            to stg-refuse-reason
        perform refuse-staged-file
    end-if

    move spaces to stgchk-record
    read stgchk-file

    move spaces to stg-hdr-tag
    move spaces to stg-key-id
    move spaces to stg-key-fp-x
    unstring stgchk-record delimited by " | "
        into stg-hdr-tag, stg-key-id, stg-key-fp-x
    end-unstring

    move 0 to stg-key-fp
    if function test-numval(stg-key-fp-x) = 0
        compute stg-key-fp = function numval(stg-key-fp-x)
    end-if

    move "N" to stg-active-flag
    perform resolve-staged-key
    if not staged-key-found
        close stgchk-file
        perform refuse-staged-file
    end-if

    move 0 to stg-work-count
    move 0 to stg-work-checksum
    move "N" to stg-trailer-flag

    read stgchk-file
    perform until stgchk-status <> "00" or stg-trailer-seen
        evaluate true
            when stgchk-record(1:9) = CIPHER-TRAILER-TAG
                set stg-trailer-seen to true
                move stgchk-record(1:29) to cipher-trailer-record
            when other
                move stgchk-record to stg-text
                set stg-decrypt to true
                perform apply-staged-cipher
                perform accumulate-staged-checksum
        end-evaluate
        read stgchk-file
    end-perform

    close stgchk-file
    move spaces to stg-text

    move "STG101E" to stg-refuse-msg-id
    evaluate true
        when not stg-trailer-seen
            move "no integrity trailer - file truncated or not staged"
                to stg-refuse-reason
            perform refuse-staged-file
        when ct-record-count <> stg-work-count
          or ct-checksum <> stg-work-checksum
            move spaces to stg-refuse-reason
            string "integrity trailer mismatch (count "
                   stg-work-count "/" ct-record-count
                   " checksum " stg-work-checksum
                   "/" ct-checksum ")"
                   delimited by size into stg-refuse-reason
            perform refuse-staged-file
    end-evaluate.

refuse-staged-file.
    close in-file
    display stg-refuse-msg-id " STAGED FILE REFUSED: "
            function trim(in-filename) " - "
            function trim(stg-refuse-reason)
            " - nothing was processed"

    move in-filename to audit-input-value
    move spaces to audit-result-value
    string "STAGED FILE REFUSED: " function trim(stg-refuse-reason)
           delimited by size into audit-result-value
    perform log-audit-entry
    move 12 to return-code
    stop run.

resolve-staged-key.
    move "N" to stg-key-found-flag
    move spaces to stg-key-text
    move spaces to stg-key-expires
    move "STG102E" to stg-refuse-msg-id
    move spaces to stg-refuse-reason

    open input keyring-file
    if keyring-status <> "00"
        move "key ring KEYRING.TXT is not available"
            to stg-refuse-reason
        exit paragraph
    end-if

    read keyring-file
    perform until keyring-status = "10" or staged-key-found
        perform parse-staged-keyring-record
        if stg-kr-id = stg-key-id
           and (stg-kr-state = "ACTIVE" or not stg-active-only)
            perform match-staged-key-value
        end-if
        read keyring-file
    end-perform

    close keyring-file

    if staged-key-found or stg-refuse-reason <> spaces
        exit paragraph
    end-if

    if stg-active-only
        string "key " function trim(stg-key-id)
               " is not active on the key ring"
               delimited by size into stg-refuse-reason
    else
        string "key " function trim(stg-key-id)
               " (fp " stg-key-fp ") is not on the key ring"
               delimited by size into stg-refuse-reason
    end-if.

match-staged-key-value.
    if stg-kr-value(1:4) = "ENC:"
        perform unwrap-staged-key-value
        if not stg-master-loaded
            move "ring value protected, MASTERKEY.TXT not available"
                to stg-refuse-reason
            exit paragraph
        end-if
    else
        move stg-kr-value to stg-key-text
    end-if

    perform fingerprint-staged-key

    if stg-active-only
        move stg-fp-work to stg-key-fp
    else
        if stg-fp-work <> stg-key-fp
            exit paragraph
        end-if
    end-if

    move stg-kr-expires to stg-key-expires
    set staged-key-found to true.

parse-staged-keyring-record.
    move spaces to stg-kr-id
    move spaces to stg-kr-value
    move spaces to stg-kr-created
    move spaces to stg-kr-expires
    move spaces to stg-kr-state

    unstring keyring-record delimited by " | "
        into stg-kr-id, stg-kr-value, stg-kr-created,
             stg-kr-expires, stg-kr-state
    end-unstring.

load-staged-master-key.
    move "N" to stg-master-flag
    move spaces to stg-master-key

    open input masterkey-file
    if masterkey-status <> "00"
        exit paragraph
    end-if

    read masterkey-file
    perform until masterkey-status = "10"
            or stg-master-loaded
        if function trim(masterkey-record) <> spaces
            move function trim(masterkey-record) to stg-master-key
            set stg-master-loaded to true
        end-if
        read masterkey-file
    end-perform

    close masterkey-file.

unwrap-staged-key-value.
    move spaces to stg-key-text
    perform load-staged-master-key
    if not stg-master-loaded
        exit paragraph
    end-if

    move spaces to stg-hex
    move function trim(stg-kr-value(5:)) to stg-hex
    compute stg-hex-len =
        function length(function trim(stg-hex trailing)) / 2

    perform varying stg-idx from 1 by 1 until stg-idx > stg-hex-len
        move stg-hex(stg-idx * 2 - 1:1) to stg-hx-char
        perform find-staged-hex-digit
        compute stg-byte = stg-hx-val * 16
        move stg-hex(stg-idx * 2:1) to stg-hx-char
        perform find-staged-hex-digit
        add stg-hx-val to stg-byte
        move function char(stg-byte + 1) to stg-key-text(stg-idx:1)
    end-perform

    compute stg-key-len =
        function length(function trim(stg-master-key))
    move 0 to stg-key-idx

    perform varying stg-idx from 1 by 1 until stg-idx > stg-hex-len
        add 1 to stg-key-idx
        if stg-key-idx > stg-key-len
            move 1 to stg-key-idx
        end-if
        compute stg-key-byte =
            function ord(stg-master-key(stg-key-idx:1)) - 1
        compute stg-byte = function ord(stg-key-text(stg-idx:1)) - 1
        compute stg-byte =
            function mod(stg-byte - stg-key-byte + 256, 256)
        move function char(stg-byte + 1) to stg-key-text(stg-idx:1)
    end-perform.

find-staged-hex-digit.
    move 0 to stg-hx-val
    perform varying stg-hx-j from 1 by 1 until stg-hx-j > 16
        if stg-hex-table(stg-hx-j:1) = stg-hx-char
            compute stg-hx-val = stg-hx-j - 1
            exit perform
        end-if
    end-perform.

fingerprint-staged-key.
    move 0 to stg-fp-work
    compute stg-key-len =
        function length(function trim(stg-key-text trailing))

    perform varying stg-idx from 1 by 1 until stg-idx > stg-key-len
        compute stg-fp-work =
            function mod(stg-fp-work * 31
                + function ord(stg-key-text(stg-idx:1)),
                1000000000)
    end-perform.

apply-staged-cipher.
    compute stg-key-len = function length(function trim(stg-key-text))
    compute stg-text-len =
        function length(function trim(stg-text trailing))
    if stg-text = spaces
        move 0 to stg-text-len
    end-if
    move 0 to stg-key-idx

    perform varying stg-idx from 1 by 1 until stg-idx > stg-text-len
        add 1 to stg-key-idx
        if stg-key-idx > stg-key-len
            move 1 to stg-key-idx
        end-if

        compute stg-key-byte =
            function ord(stg-key-text(stg-key-idx:1)) - 1
        compute stg-byte = function ord(stg-text(stg-idx:1)) - 1

        if stg-encrypt
            compute stg-byte = function mod(stg-byte + stg-key-byte, 256)
        else
            compute stg-byte =
                function mod(stg-byte - stg-key-byte + 256, 256)
        end-if

        move function char(stg-byte + 1) to stg-text(stg-idx:1)
    end-perform.

accumulate-staged-checksum.
    add 1 to stg-work-count
    compute stg-text-len =
        function length(function trim(stg-text trailing))
    if stg-text = spaces
        move 0 to stg-text-len
    end-if

    perform varying stg-idx from 1 by 1 until stg-idx > stg-text-len
        compute stg-work-checksum =
            function mod(stg-work-checksum
                + function ord(stg-text(stg-idx:1)),
                1000000000)
    end-perform.

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
