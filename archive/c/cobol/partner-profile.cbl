identification division.
program-id. partner-profile.

environment division.
input-output section.
file-control.
    select partprof-file assign to dynamic partprof-filename
        organization is line sequential
        file status is partprof-status.

    select partprof-work assign to dynamic partprof-work-name
        organization is line sequential
        file status is partprof-work-status.

    select layouts-file assign to dynamic layouts-filename
        organization is line sequential
        file status is layouts-status.

    select keyring-file assign to dynamic keyring-filename
        organization is line sequential
        file status is keyring-status.

    select probe-file assign to dynamic probe-filename
        organization is line sequential
        file status is probe-status.

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

data division.
file section.
fd  partprof-file.
    copy "partprof-fd.cpy".

fd  partprof-work.
01  partprof-work-record pic x(300).

fd  layouts-file.
    copy "layouts-fd.cpy".

fd  keyring-file.
01  keyring-record       pic x(300).

fd  probe-file.
01  probe-record         pic x(200).

fd  report-file.
01  report-file-record   pic x(132).

fd  operauth-file.
    copy "operauth-fd.cpy".

fd  chain-file.
01  chain-record      pic x(20).

fd  audit-log.
    copy "auditlog-fd.cpy".

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
copy "partprof-ws.cpy".
copy "layouts-ws.cpy".
copy "report-header-ws.cpy".

01 argc              binary-long.
01 arg-idx           binary-long.
01 arg-val           pic x(100) occurs 4 times.

01 run-mode          pic x value space.
   88 mode-set       value 'S'.
   88 mode-list      value 'L'.
   88 mode-check     value 'C'.

01 partprof-work-name   pic x(100) value "PARTPROF.WORK.TXT".
01 partprof-work-status pic xx.
01 keyring-filename     pic x(100) value "KEYRING.TXT".
01 keyring-status       pic xx.
01 probe-filename       pic x(100).
01 probe-status         pic xx.
01 report-filename      pic x(100).
01 report-file-status   pic xx.

01 set-partner       pic x(12).
01 set-setting       pic x(12).
01 set-value         pic x(100).
01 set-prior         pic x(100).
01 set-found-flag    pic x value 'N'.
   88 set-partner-found value 'Y'.

01 kr-id             pic x(20).
01 kr-value          pic x(100).
01 kr-created        pic x(10).
01 kr-expires        pic x(10).
01 kr-state          pic x(10).
01 key-found-flag    pic x.
01 key-state-held    pic x(10).

01 layout-found-flag pic x.
01 field-found-flag  pic x.
01 probe-field       pic x(20).
01 due-hh            pic 9(2).
01 due-mi            pic 9(2).

01 problem-text      pic x(100).
01 problem-hold      pic x(100).
01 partner-problems  pic 9(5).
01 partners-read     pic 9(5) value 0.
01 partners-complete pic 9(5) value 0.
01 partners-short    pic 9(5) value 0.
01 problems-found    pic 9(5) value 0.

procedure division.

main.
    move "partner-profile" to audit-program-id
    perform validate-args
    perform check-operator-authority
    evaluate true
        when mode-set
            perform set-partner-setting
        when mode-list
            perform list-partner-profiles
        when mode-check
            perform run-onboarding-check
    end-evaluate
    stop run.

validate-args.
    accept argc from argument-number

    if argc < 1
        perform show-usage
    end-if

    perform varying arg-idx from 1 by 1
            until arg-idx > argc or arg-idx > 4
        accept arg-val(arg-idx) from argument-value
    end-perform

    evaluate true
        when arg-val(1) = "-s" and argc = 4
            set mode-set to true
            move arg-val(2) to set-partner
            move function upper-case(arg-val(3)) to set-setting
            move arg-val(4) to set-value
        when arg-val(1) = "-l" and argc = 1
            set mode-list to true
        when arg-val(1) = "-c" and argc = 2
            set mode-check to true
            move arg-val(2) to report-filename
        when other
            perform show-usage
    end-evaluate.

set-partner-setting.
    if set-partner = spaces or set-value = spaces
        perform show-usage
    end-if

    evaluate set-setting
        when "INTAKE"
            move function upper-case(set-value) to set-value
            if set-value <> "NUM" and set-value <> "TEXT"
               and set-value <> "LAYOUT" and set-value <> "-"
                display "INTAKE must be NUM, TEXT, or LAYOUT"
                move 16 to return-code
                stop run
            end-if
        when "DUE"
            if set-value <> "-"
                move set-value to pp-due
                perform check-due-value
                if problem-text <> spaces
                    display "DUE " function trim(problem-text)
                    move 16 to return-code
                    stop run
                end-if
            end-if
        when "LAYOUT"
            move function upper-case(set-value) to set-value
        when "CTLMISS"
            move function upper-case(set-value) to set-value
            if set-value <> "REJECT" and set-value <> "WARN"
               and set-value <> "-"
                display "CTLMISS must be REJECT, WARN, or -"
                move 16 to return-code
                stop run
            end-if
        when "CTLAMT"
            move function upper-case(set-value) to set-value
        when "DELIM"
            move function upper-case(set-value) to set-value
            if set-value <> "COMMA" and set-value <> "PIPE"
               and set-value <> "TAB" and set-value <> "SEMICOLON"
               and set-value <> "-"
                display "DELIM must be COMMA, PIPE, TAB, SEMICOLON, or -"
                move 16 to return-code
                stop run
            end-if
        when "QUOTE"
            move function upper-case(set-value) to set-value
            if set-value <> "DQUOTE" and set-value <> "SQUOTE"
               and set-value <> "NONE" and set-value <> "-"
                display "QUOTE must be DQUOTE, SQUOTE, NONE, or -"
                move 16 to return-code
                stop run
            end-if
        when "HEADER"
            move function upper-case(set-value) to set-value
            if set-value <> "Y" and set-value <> "N"
               and set-value <> "-"
                display "HEADER must be Y, N, or -"
                move 16 to return-code
                stop run
            end-if
        when "CALENDAR"
        when "XLTTAB"
        when "KEY"
        when "FEED"
            continue
        when other
            perform show-usage
    end-evaluate

    move spaces to set-prior

    open output partprof-work
    if partprof-work-status <> "00"
        display "Partner profile work file "
                function trim(partprof-work-name)
                " could not be opened"
        move 16 to return-code
        stop run
    end-if

    open input partprof-file
    if partprof-status = "00"
        read partprof-file
        perform until partprof-status = "10"
            perform copy-one-profile-line
            read partprof-file
        end-perform
        close partprof-file
    end-if

    if not set-partner-found
        move spaces to pp-intake pp-layout pp-calendar pp-due
                       pp-xlttab pp-key-id pp-feed-id
                       pp-ctl-policy pp-ctl-amount
                       pp-delim pp-quote pp-header
        move set-partner to pp-partner
        perform apply-setting-value
        perform build-profile-line
        write partprof-work-record
    end-if

    close partprof-work
    perform copy-profile-work-back

    if set-prior = spaces
        move "(none)" to set-prior
    end-if

    display "Partner " function trim(set-partner) " "
            function trim(set-setting) " set to "
            function trim(set-value) " (was "
            function trim(set-prior) ")"

    move set-partner to audit-input-value
    move spaces to audit-result-value
    string "profile " function trim(set-setting) "="
           function trim(set-value) " (was "
           function trim(set-prior) ")"
           delimited by size into audit-result-value
    perform log-audit-entry.

copy-one-profile-line.
    move partprof-record to partprof-work-record

    perform parse-partprof-record
    if pp-partner = set-partner and pp-partner <> spaces
        set set-partner-found to true
        perform apply-setting-value
        perform build-profile-line
    end-if

    write partprof-work-record.

apply-setting-value.
    evaluate set-setting
        when "INTAKE"
            move pp-intake to set-prior
            move set-value to pp-intake
        when "LAYOUT"
            move pp-layout to set-prior
            move set-value to pp-layout
        when "CALENDAR"
            move pp-calendar to set-prior
            move set-value to pp-calendar
        when "DUE"
            move pp-due to set-prior
            move set-value to pp-due
        when "XLTTAB"
            move pp-xlttab to set-prior
            move set-value to pp-xlttab
        when "KEY"
            move pp-key-id to set-prior
            move set-value to pp-key-id
        when "FEED"
            move pp-feed-id to set-prior
            move set-value to pp-feed-id
        when "CTLMISS"
            move pp-ctl-policy to set-prior
            move set-value to pp-ctl-policy
        when "CTLAMT"
            move pp-ctl-amount to set-prior
            move set-value to pp-ctl-amount
        when "DELIM"
            move pp-delim to set-prior
            move set-value to pp-delim
        when "QUOTE"
            move pp-quote to set-prior
            move set-value to pp-quote
        when "HEADER"
            move pp-header to set-prior
            move set-value to pp-header
    end-evaluate.

build-profile-line.
    move spaces to partprof-work-record
    string function trim(pp-partner) " | "
           function trim(pp-intake) " | "
           function trim(pp-layout) " | "
           function trim(pp-calendar) " | "
           function trim(pp-due) " | "
           function trim(pp-xlttab) " | "
           function trim(pp-key-id) " | "
           function trim(pp-feed-id) " | "
           function trim(pp-ctl-policy) " | "
           function trim(pp-ctl-amount)
           delimited by size into partprof-work-record

    if pp-delim = spaces and pp-quote = spaces and pp-header = spaces
        exit paragraph
    end-if

    if pp-delim = spaces
        move "-" to pp-delim
    end-if
    if pp-quote = spaces
        move "-" to pp-quote
    end-if
    if pp-header = spaces
        move "-" to pp-header
    end-if

    move spaces to partprof-work-record
    string function trim(pp-partner) " | "
           function trim(pp-intake) " | "
           function trim(pp-layout) " | "
           function trim(pp-calendar) " | "
           function trim(pp-due) " | "
           function trim(pp-xlttab) " | "
           function trim(pp-key-id) " | "
           function trim(pp-feed-id) " | "
           function trim(pp-ctl-policy) " | "
           function trim(pp-ctl-amount) " | "
           function trim(pp-delim) " | "
           function trim(pp-quote) " | "
           function trim(pp-header)
           delimited by size into partprof-work-record.

copy-profile-work-back.
    open input partprof-work
    if partprof-work-status <> "00"
        exit paragraph
    end-if
    open output partprof-file
    read partprof-work
    perform until partprof-work-status = "10"
        move partprof-work-record to partprof-record
        write partprof-record
        read partprof-work
    end-perform
    close partprof-work
    close partprof-file

    call "CBL_DELETE_FILE" using partprof-work-name.

list-partner-profiles.
    open input partprof-file
    if partprof-status <> "00"
        display "No partner profiles on file ("
                function trim(partprof-filename) ")"
        move 4 to return-code
        exit paragraph
    end-if

    display "PARTNER      INTAKE LAYOUT       DUE   XLTTAB"
            "               KEY                  FEED"
    read partprof-file
    perform until partprof-status = "10"
        perform parse-partprof-record
        if pp-partner <> spaces
            add 1 to partners-read
            display pp-partner " " pp-intake(1:6) " " pp-layout
                    " " pp-due " " pp-xlttab " " pp-key-id
                    " " pp-feed-id
            display "             calendar "
                    function trim(pp-calendar)
                    "  control file "
                    function trim(pp-ctl-policy)
                    " amount field "
                    function trim(pp-ctl-amount)
            if pp-delim <> spaces and pp-delim <> "-"
                display "             delimited "
                        function trim(pp-delim)
                        "  quote " function trim(pp-quote)
                        "  header row " function trim(pp-header)
            end-if
        end-if
        read partprof-file
    end-perform

    close partprof-file

    display partners-read " partner profile(s)".

run-onboarding-check.
    open input partprof-file
    if partprof-status <> "00"
        display "No partner profiles on file ("
                function trim(partprof-filename) ")"
        move 16 to return-code
        stop run
    end-if

    open output report-file
    if report-file-status <> "00"
        perform show-usage
    end-if

    move "PARTNER ONBOARDING COMPLETENESS" to rpt-program-title
    perform init-report-header

    move spaces to report-file-record
    string "Partner profiles in " function trim(partprof-filename)
           ": settings missing, or pointing at a layout, table, key,"
           " or calendar that is not on file"
           delimited by size into report-file-record
    perform write-detail-line
    move spaces to report-file-record
    perform write-detail-line

    read partprof-file
    perform until partprof-status = "10"
        perform parse-partprof-record
        if pp-partner <> spaces
            perform check-one-partner-profile
        end-if
        read partprof-file
    end-perform

    close partprof-file

    if partners-short = 0
        move "  every partner profile is complete" to report-file-record
        perform write-detail-line
    end-if

    move spaces to report-file-record
    perform write-detail-line
    move spaces to report-file-record
    string "Partners: " partners-read
           "  complete: " partners-complete
           "  incomplete: " partners-short
           "  problems: " problems-found
           delimited by size into report-file-record
    perform write-detail-line

    close report-file

    move partprof-filename to audit-input-value
    move spaces to audit-result-value
    string "onboarding: partners=" partners-read
           " incomplete=" partners-short
           " problems=" problems-found
           delimited by size into audit-result-value
    perform log-audit-entry

    if partners-short > 0
        move 4 to return-code
    end-if.

check-one-partner-profile.
    add 1 to partners-read
    move 0 to partner-problems

    move function upper-case(pp-intake) to pp-intake
    evaluate true
        when pp-intake = spaces
            move "INTAKE   missing" to problem-text
            perform report-profile-problem
        when pp-intake = "-"
            continue
        when pp-intake <> "NUM" and pp-intake <> "TEXT"
             and pp-intake <> "LAYOUT"
            move spaces to problem-text
            string "INTAKE   " function trim(pp-intake)
                   " is not NUM, TEXT, or LAYOUT"
                   delimited by size into problem-text
            perform report-profile-problem
    end-evaluate

    move "N" to layout-found-flag
    evaluate true
        when pp-layout = spaces
            move "LAYOUT   missing" to problem-text
            perform report-profile-problem
        when pp-layout = "-"
            if pp-intake = "LAYOUT"
                move "LAYOUT   required by INTAKE LAYOUT"
                    to problem-text
                perform report-profile-problem
            end-if
        when other
            perform check-layout-registered
    end-evaluate

    evaluate true
        when pp-calendar = spaces
            move "CALENDAR missing" to problem-text
            perform report-profile-problem
        when pp-calendar = "-"
            continue
        when other
            move pp-calendar to probe-filename
            perform probe-file-exists
            if probe-status <> "00"
                move spaces to problem-text
                string "CALENDAR " function trim(pp-calendar)
                       " is not on file"
                       delimited by size into problem-text
                perform report-profile-problem
            end-if
    end-evaluate

    evaluate true
        when pp-due = spaces
            move "DUE      missing" to problem-text
            perform report-profile-problem
        when pp-due = "-"
            continue
        when other
            perform check-due-value
            if problem-text <> spaces
                move problem-text to problem-hold
                move spaces to problem-text
                string "DUE      " function trim(problem-hold)
                       delimited by size into problem-text
                perform report-profile-problem
            end-if
    end-evaluate

    evaluate true
        when pp-xlttab = spaces
            move "XLTTAB   missing" to problem-text
            perform report-profile-problem
        when pp-xlttab = "-"
        when pp-xlttab = "ASCII-EBCDIC"
        when pp-xlttab = "EBCDIC-ASCII"
            continue
        when other
            move spaces to probe-filename
            string "XLTTAB." function trim(pp-xlttab) ".TXT"
                   delimited by size into probe-filename
            perform probe-file-exists
            if probe-status <> "00"
                move spaces to problem-text
                string "XLTTAB   " function trim(pp-xlttab)
                       " has no promoted table "
                       function trim(probe-filename)
                       delimited by size into problem-text
                perform report-profile-problem
            end-if
    end-evaluate

    evaluate true
        when pp-key-id = spaces
            move "KEY      missing" to problem-text
            perform report-profile-problem
        when pp-key-id = "-"
            continue
        when other
            perform check-key-on-ring
    end-evaluate

    if pp-feed-id = spaces
        move "FEED     missing" to problem-text
        perform report-profile-problem
    end-if

    move function upper-case(pp-ctl-policy) to pp-ctl-policy
    evaluate true
        when pp-ctl-policy = spaces
            move "CTLMISS  missing" to problem-text
            perform report-profile-problem
        when pp-ctl-policy <> "REJECT" and pp-ctl-policy <> "WARN"
             and pp-ctl-policy <> "-"
            move spaces to problem-text
            string "CTLMISS  " function trim(pp-ctl-policy)
                   " is not REJECT, WARN, or -"
                   delimited by size into problem-text
            perform report-profile-problem
    end-evaluate

    if pp-intake = "LAYOUT" and layout-found-flag = "Y"
       and pp-ctl-amount <> "-"
        perform check-amount-field-registered
    end-if

    move function upper-case(pp-delim) to pp-delim
    if pp-delim <> spaces and pp-delim <> "-"
       and pp-delim <> "COMMA" and pp-delim <> "PIPE"
       and pp-delim <> "TAB" and pp-delim <> "SEMICOLON"
        move spaces to problem-text
        string "DELIM    " function trim(pp-delim)
               " is not COMMA, PIPE, TAB, or SEMICOLON"
               delimited by size into problem-text
        perform report-profile-problem
    end-if

    move function upper-case(pp-quote) to pp-quote
    if pp-quote <> spaces and pp-quote <> "-"
       and pp-quote <> "DQUOTE" and pp-quote <> "SQUOTE"
       and pp-quote <> "NONE"
        move spaces to problem-text
        string "QUOTE    " function trim(pp-quote)
               " is not DQUOTE, SQUOTE, or NONE"
               delimited by size into problem-text
        perform report-profile-problem
    end-if

    move function upper-case(pp-header) to pp-header
    if pp-header <> spaces and pp-header <> "-"
       and pp-header <> "Y" and pp-header <> "N"
        move spaces to problem-text
        string "HEADER   " function trim(pp-header)
               " is not Y or N"
               delimited by size into problem-text
        perform report-profile-problem
    end-if

    if partner-problems = 0
        add 1 to partners-complete
    else
        add 1 to partners-short
    end-if.

check-due-value.
    move spaces to problem-text
    if function test-numval(pp-due) <> 0
       or function length(function trim(pp-due)) <> 4
        move "is not an HHMM time" to problem-text
        exit paragraph
    end-if

    move pp-due(1:2) to due-hh
    move pp-due(3:2) to due-mi
    if due-hh > 23 or due-mi > 59
        move "is not an HHMM time" to problem-text
    end-if.

check-layout-registered.
    move "N" to layout-found-flag

    open input layouts-file
    if layouts-status = "00"
        read layouts-file
        perform until layouts-status = "10"
            move spaces to ly-layout
            unstring layouts-record delimited by " | "
                into ly-layout
            end-unstring
            if ly-layout = pp-layout
               and layouts-record(1:1) <> "*"
                move "Y" to layout-found-flag
                exit perform
            end-if
            read layouts-file
        end-perform
        close layouts-file
    end-if

    if layout-found-flag <> "Y"
        move spaces to problem-text
        string "LAYOUT   " function trim(pp-layout)
               " is not registered in "
               function trim(layouts-filename)
               delimited by size into problem-text
        perform report-profile-problem
    end-if.

check-amount-field-registered.
    move function upper-case(pp-ctl-amount) to probe-field
    if probe-field = spaces
        move "AMOUNT" to probe-field
    end-if
    move "N" to field-found-flag

    open input layouts-file
    if layouts-status = "00"
        read layouts-file
        perform until layouts-status = "10"
            move spaces to ly-layout
            move spaces to ly-name
            unstring layouts-record delimited by " | "
                into ly-layout, ly-name
            end-unstring
            if ly-layout = pp-layout and ly-name = probe-field
               and layouts-record(1:1) <> "*"
                move "Y" to field-found-flag
                exit perform
            end-if
            read layouts-file
        end-perform
        close layouts-file
    end-if

    if field-found-flag <> "Y"
        move spaces to problem-text
        string "CTLAMT   amount field " function trim(probe-field)
               " is not in layout " function trim(pp-layout)
               delimited by size into problem-text
        perform report-profile-problem
    end-if.

check-key-on-ring.
    move "N" to key-found-flag
    move spaces to key-state-held

    open input keyring-file
    if keyring-status = "00"
        read keyring-file
        perform until keyring-status = "10"
            perform parse-keyring-record
            if kr-id = pp-key-id
                move "Y" to key-found-flag
                move kr-state to key-state-held
                if kr-state = "ACTIVE"
                    exit perform
                end-if
            end-if
            read keyring-file
        end-perform
        close keyring-file
    end-if

    evaluate true
        when key-found-flag <> "Y"
            move spaces to problem-text
            string "KEY      " function trim(pp-key-id)
                   " is not on the key ring "
                   function trim(keyring-filename)
                   delimited by size into problem-text
            perform report-profile-problem
        when key-state-held <> "ACTIVE"
            move spaces to problem-text
            string "KEY      " function trim(pp-key-id)
                   " is " function trim(key-state-held)
                   " on the key ring"
                   delimited by size into problem-text
            perform report-profile-problem
    end-evaluate.

parse-keyring-record.
    move spaces to kr-id
    move spaces to kr-value
    move spaces to kr-created
    move spaces to kr-expires
    move spaces to kr-state

    unstring keyring-record delimited by " | "
        into kr-id, kr-value, kr-created, kr-expires, kr-state
    end-unstring.

probe-file-exists.
    open input probe-file
    if probe-status = "00"
        close probe-file
    end-if.

report-profile-problem.
    add 1 to partner-problems
    add 1 to problems-found

    move spaces to report-file-record
    string "  " pp-partner " " problem-text
           delimited by size into report-file-record
    perform write-detail-line.

show-usage.
    display "Usage: partner-profile -s <partner> <setting> <value>"
    display "       partner-profile -l"
    display "       partner-profile -c <report-file>"
    display "  the partner profile master PARTPROF.TXT holds every"
    display "  per-partner setting on one line, ""<partner> |"
    display "  <intake> | <layout> | <calendar> | <due HHMM> |"
    display "  <xlttab> | <key-id> | <feed-id> | <ctlmiss> |"
    display "  <ctlamt> [| <delim> | <quote> | <header>]"""
    display "  (- where a setting does not apply to the partner):"
    display "    INTAKE   feed-gateway intake validation: NUM, TEXT,"
    display "             or LAYOUT for the registered layout"
    display "    LAYOUT   data dictionary layout id (LAYOUTS.TXT)"
    display "    CALENDAR partner holiday calendar file and DUE the"
    display "             contracted due time for feed-due-watchdog"
    display "    XLTTAB   charset-translate table id"
    display "    KEY      key ring key id (KEYRING.TXT) for rot13"
    display "    FEED     feed-transmit feed id"
    display "    CTLMISS  feed-gateway handling of a data file that"
    display "             arrives without its control file: REJECT"
    display "             (quarantine) or WARN"
    display "    CTLAMT   layout field summed for the control amount"
    display "             total (default AMOUNT)"
    display "    DELIM    delimited-convert -p import: COMMA, PIPE,"
    display "             TAB, or SEMICOLON (default COMMA)"
    display "    QUOTE    quote character: DQUOTE, SQUOTE, or NONE"
    display "             (default DQUOTE)"
    display "    HEADER   Y when the file's first row names the"
    display "             columns (default Y), N to map by position"
    display "  -s sets one setting (adding the partner if new), -l"
    display "  lists the profiles, -c reports every partner with a"
    display "  setting missing or pointing at a layout, table, key,"
    display "  or calendar that is not on file (RC 4)"
    move 16 to return-code
    stop run.

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
