environment division.
input-output section.
file-control.
    select keylist-file assign to dynamic keylist-filename
        organization is line sequential
        file status is keylist-status.

    select key-file assign to dynamic key-filename
        organization is indexed
        access mode is dynamic
        record key is key-file-key
        file status is key-file-status.

    select targets-file assign to dynamic targets-filename

data division.
file section.
fd  keylist-file.
01  keylist-record    pic x(20).

fd  key-file.
    copy "keymaster-fd.cpy".

fd  targets-file.
01  targets-file-record pic x(20).
copy "operauth-ws.cpy".
copy "elapsed-ws.cpy".
copy "run-summary-ws.cpy".
copy "keymaster-ws.cpy".

01 MAX-ENTRIES       constant as 100000.
01 MAX-TARGET-FILES  constant as 10.
   88 batch-mode     value 'Y'.
   88 single-mode    value 'N'.

01 keylist-filename     pic x(100).
01 keylist-status       pic xx.
01 key-filename         pic x(100).
01 key-file-status      pic xx.
01 master-flag          pic x value 'N'.
   88 keys-from-master  value 'Y'.
01 lookup-table         pic x(8) value KEY-DEFAULT-TABLE.
01 lookup-desc          pic x(40).
01 keys-not-in-effect   binary-long value 0.
01 targets-filename     pic x(100).
01 targets-file-status  pic xx.

01 first-match-idx   binary-long value 0.
01 last-match-idx    binary-long value 0.

01 nearest-flag      pic x value 'N'.
   88 nearest-mode   value 'Y'.
01 nk-lo             binary-long.
01 nk-hi             binary-long.
01 nk-mid            binary-long.
01 floor-pos         binary-long value 0.
01 ceiling-pos       binary-long value 0.
01 floor-key         pic s9(9).
01 ceiling-key       pic s9(9).
01 pos-disp          pic zzzzz9.
01 floor-key-disp    pic ---------9.
01 ceiling-key-disp  pic ---------9.
01 floor-dist        pic s9(10).
01 ceiling-dist      pic s9(10).
01 floor-dist-disp   pic ----------9.
01 ceiling-dist-disp pic ----------9.
01 floor-text        pic x(30).
01 ceiling-text      pic x(30).
01 dist-text         pic x(30).
01 targets-exact     binary-long value 0.
01 targets-between   binary-long value 0.
01 targets-no-floor  binary-long value 0.
01 targets-no-ceil   binary-long value 0.
01 shift-idx         binary-long.

procedure division.

main.
            move 0 to targets-checked
            move 0 to targets-found
            move 0 to targets-not-found
            move 0 to targets-exact
            move 0 to targets-between
            move 0 to targets-no-floor
            move 0 to targets-no-ceil
            if target-file-count > 1
                display "=== Target file: "
                        function trim(targets-filename) " ==="
        goback
    end-if

    if nearest-mode
        perform find-nearest-keys
        perform display-nearest-single
        move target-string to audit-input-value
        perform log-audit-entry
        goback
    end-if

    perform binary-search
    perform find-match-range
    if item-found
                "  positions " first-match-idx
                " to " last-match-idx ")"
        move "true" to audit-result-value
        perform fetch-key-description
        if lookup-desc <> spaces
            display "Description: " function trim(lookup-desc)
            move spaces to audit-result-value
            string "true " function trim(lookup-desc)
                   delimited by size into audit-result-value
        end-if
    else
        display "false"
        move "false" to audit-result-value
    end-if
    move target-string to audit-input-value
    if keys-from-master and lookup-table <> KEY-DEFAULT-TABLE
        move spaces to audit-input-value
        string function trim(lookup-table) " "
               function trim(target-string)
               delimited by size into audit-input-value
    end-if

    perform log-audit-entry
    goback.
        accept arg-val(arg-idx) from argument-value
    end-perform

    if arg-val(1) = "-n"
        set nearest-mode to true
        perform varying shift-idx from 1 by 1
                until shift-idx >= argc
            move arg-val(shift-idx + 1) to arg-val(shift-idx)
        end-perform
        move spaces to arg-val(argc)
        subtract 1 from argc
        if argc < 2
            perform display-usage
        end-if
    end-if

    if arg-val(1) = "-t"
        perform take-key-master-arguments
    end-if

    evaluate true
        when argc = 2
            set mode-cmdline to true
        when argc = 3 and arg-val(1) = "-f"
            set mode-file to true
            set single-mode to true
            move arg-val(2) to keylist-filename
            move arg-val(3) to target-string

        when argc >= 4 and arg-val(1) = "-f" and arg-val(3) = "-b"
            set mode-file to true
            set batch-mode to true
            move arg-val(2) to keylist-filename
            compute target-file-count = argc - 3
            if target-file-count > MAX-TARGET-FILES
                perform display-usage
    end-evaluate

    if single-mode
        if list-string = spaces and keylist-filename = spaces
            perform display-usage
        end-if
        if target-string = spaces
        end-if
        move function numval(target-string) to target-number
    else
        if list-string = spaces and keylist-filename = spaces
            perform display-usage
        end-if
        if target-file-count < 1
        end-perform
    end-if.

take-key-master-arguments.
    if argc < 4 or arg-val(3)(9:) <> spaces
        perform display-usage
    end-if

    set keys-from-master to true
    move arg-val(2) to key-filename
    move function upper-case(arg-val(3)) to lookup-table

    move "-f" to arg-val(1)
    perform varying shift-idx from 3 by 1 until shift-idx >= argc
        move arg-val(shift-idx + 1) to arg-val(shift-idx)
    end-perform
    move spaces to arg-val(argc)
    subtract 1 from argc.

load-key-table.
    evaluate true
        when keys-from-master
            perform load-keys-from-master
        when mode-file
            perform load-keys-from-file
        when other
            perform load-keys-from-string
    end-evaluate.

load-keys-from-master.
    open input key-file
    if key-file-status <> "00"
        perform display-usage
    end-if

    move lookup-table to key-file-table
    move -999999999 to key-file-num
    start key-file key >= key-file-key
        invalid key
            continue
    end-start

    if key-file-status = "00"
        read key-file next
        perform until key-file-status <> "00"
                or key-file-table <> lookup-table
            perform add-master-key
            read key-file next
        end-perform
    end-if

    close key-file

    if num-count = 0
        display "No keys in effect on table " function trim(lookup-table)
                " of " function trim(key-filename)
        perform display-usage
    end-if.

add-master-key.
    perform check-key-usable
    if not key-usable
        add 1 to keys-not-in-effect
        exit paragraph
    end-if

    add 1 to num-count
    if num-count > MAX-ENTRIES
        perform display-usage
    end-if

    move key-file-num to num(num-count)
    if num(num-count) < prev-num
        perform display-usage
    end-if
    move num(num-count) to prev-num.

fetch-key-description.
    move spaces to lookup-desc
    if not keys-from-master
        exit paragraph
    end-if

    open input key-file
    if key-file-status <> "00"
        exit paragraph
    end-if

    move lookup-table to key-file-table
    move target-number to key-file-num
    read key-file
        invalid key
            continue
        not invalid key
            move key-file-desc to lookup-desc
    end-read

    close key-file.

load-keys-from-string.
    move 1 to ws-ptr
    perform until ws-ptr > length of list-string
    end-if.

load-keys-from-file.
    open input keylist-file
    if keylist-status <> "00"
        perform display-usage
    end-if

    read keylist-file into ws-token
    perform until keylist-status = "10"
        if function trim(ws-token) <> spaces
            perform add-key-token
        end-if
        read keylist-file into ws-token
    end-perform

    close keylist-file

    if num-count = 0
        perform display-usage
    end-if
    move num(num-count) to prev-num.

check-key-usable.
    move "N" to key-usable-flag
    if key-today = spaces
        perform resolve-business-date
        move audit-business-date to key-today-8
        string key-today-8(1:4) "-" key-today-8(5:2) "-"
               key-today-8(7:2)
               delimited by size into key-today
    end-if

    if key-file-inactive
        exit paragraph
    end-if
    if key-file-eff-from <> spaces and key-file-eff-from > key-today
        exit paragraph
    end-if
    if key-file-eff-to <> spaces and key-file-eff-to < key-today
        exit paragraph
    end-if

    set key-usable to true.

run-batch-search.
    move function current-date to rsum-start-stamp

    open input targets-file
    if targets-file-status <> "00"
        perform display-usage
    end-if

    if nearest-mode
        display "TARGET      RESULT      FLOOR KEY (POS)       "
                "CEILING KEY (POS)     DISTANCE (-FLOOR/+CEILING)"
    end-if

    read targets-file into ws-token
    perform until targets-file-status = "10"
        if function trim(ws-token) <> spaces

    compute targets-not-found = targets-checked - targets-found

    if nearest-mode
        display "Targets checked: " targets-checked
                "  Exact: " targets-exact
                "  Between keys: " targets-between
                "  No floor: " targets-no-floor
                "  No ceiling: " targets-no-ceil
    else
        display "Targets checked: " targets-checked
                "  Found: " targets-found
                "  Not found: " targets-not-found
    end-if

    perform display-run-summary.

display-run-summary.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    display "Run summary: checked " targets-checked
            "  elapsed " function trim(rsum-elapsed-disp) " sec(s)"
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

search-one-target.
    if function test-numval(ws-token) <> 0
        perform display-usage
    move function numval(ws-token) to target-number
    add 1 to targets-checked

    if nearest-mode
        perform find-nearest-keys
        perform display-nearest-batch-line
        exit paragraph
    end-if

    perform binary-search
    perform find-match-range

    if item-found
        move "FOUND" to result-text
        add 1 to targets-found
        perform fetch-key-description
        display function trim(ws-token) ": " function trim(result-text)
                "  (matches: " match-count
                "  positions " first-match-idx " to " last-match-idx ")"
                "  " function trim(lookup-desc)
    else
        move "NOT FOUND" to result-text
        display function trim(ws-token) ": " function trim(result-text)
        compute match-count = last-match-idx - first-match-idx + 1
    end-if.

find-nearest-keys.
    move 1 to nk-lo
    compute nk-hi = num-count + 1
    perform until nk-lo >= nk-hi
        compute nk-mid = (nk-lo + nk-hi) / 2
        if num(nk-mid) < target-number
            compute nk-lo = nk-mid + 1
        else
            move nk-mid to nk-hi
        end-if
    end-perform
    move 0 to ceiling-pos
    if nk-lo <= num-count
        move nk-lo to ceiling-pos
    end-if

    move 1 to nk-lo
    compute nk-hi = num-count + 1
    perform until nk-lo >= nk-hi
        compute nk-mid = (nk-lo + nk-hi) / 2
        if num(nk-mid) <= target-number
            compute nk-lo = nk-mid + 1
        else
            move nk-mid to nk-hi
        end-if
    end-perform
    compute floor-pos = nk-lo - 1

    set item-not-found to true
    if ceiling-pos > 0
        if num(ceiling-pos) = target-number
            set item-found to true
        end-if
    end-if

    move spaces to floor-text
    move spaces to ceiling-text
    move spaces to dist-text
    move 0 to floor-dist
    move 0 to ceiling-dist

    if floor-pos > 0
        move num(floor-pos) to floor-key
        move floor-key to floor-key-disp
        compute floor-dist = target-number - floor-key
        move floor-dist to floor-dist-disp
        move floor-pos to pos-disp
        string function trim(floor-key-disp) " ("
               function trim(pos-disp) ")"
               delimited by size into floor-text
    else
        move "none (below all keys)" to floor-text
    end-if

    if ceiling-pos > 0
        move num(ceiling-pos) to ceiling-key
        move ceiling-key to ceiling-key-disp
        compute ceiling-dist = ceiling-key - target-number
        move ceiling-dist to ceiling-dist-disp
        move ceiling-pos to pos-disp
        string function trim(ceiling-key-disp) " ("
               function trim(pos-disp) ")"
               delimited by size into ceiling-text
    else
        move "none (above all keys)" to ceiling-text
    end-if

    evaluate true
        when item-found
            add 1 to targets-exact
            add 1 to targets-found
            move "EXACT" to result-text
            move "0" to dist-text
        when floor-pos = 0
            add 1 to targets-no-floor
            move "NO FLOOR" to result-text
            string "+" function trim(ceiling-dist-disp)
                   delimited by size into dist-text
        when ceiling-pos = 0
            add 1 to targets-no-ceil
            move "NO CEIL" to result-text
            string "-" function trim(floor-dist-disp)
                   delimited by size into dist-text
        when other
            add 1 to targets-between
            move "BETWEEN" to result-text
            string "-" function trim(floor-dist-disp) "/+"
                   function trim(ceiling-dist-disp)
                   delimited by size into dist-text
    end-evaluate.

display-nearest-single.
    if item-found
        display "exact  (floor " function trim(floor-text)
                "  ceiling " function trim(ceiling-text) ")"
        move "exact" to audit-result-value
    else
        display "nearest  floor " function trim(floor-text)
                "  ceiling " function trim(ceiling-text)
                "  distance " function trim(dist-text)
        move spaces to audit-result-value
        string "nearest floor=" function trim(floor-text)
               " ceiling=" function trim(ceiling-text)
               delimited by size into audit-result-value
    end-if.

display-nearest-batch-line.
    display ws-token(1:11) " " result-text "   "
            floor-text(1:22) ceiling-text(1:22)
            function trim(dist-text).

display-usage.
    display 'Usage: please provide a list of sorted integers '
            '("1, 4, 5, 11, 12") and the integer to find ("11"), '
            'or -f <key-file> <target> to search a sorted key file, '
            'or -t <indexed-key-master> <table> <target> to search '
            'the keys of one key master table that are in effect '
            '(inactive or not-yet-effective keys are not found; a '
            'hit shows the key''s description), '
            'or add -b <targets-file>... to batch-check many targets '
            '(up to ' MAX-TARGET-FILES ' target files in one '
            'invocation - the key table is loaded and sequence-checked '
            'once, with a report section and audit entry per file); '
            'put -n first for a nearest-key lookup that returns the '
            'floor (closest key at or below) and ceiling (closest '
            'key at or above) with their positions and the distance '
            'to each - exact hits are flagged EXACT'
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
