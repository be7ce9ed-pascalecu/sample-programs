        organization is line sequential
        file status is run-state-status.

    select stepdeps-file assign to dynamic stepdeps-filename
        organization is line sequential
        file status is stepdeps-status.

    select steptime-file assign to dynamic steptime-filename
        organization is line sequential
        file status is steptime-status.

    select include-file assign to dynamic include-filename
        organization is line sequential
        file status is include-status.
        organization is line sequential
        file status is step-status-work-status.

    select decision-reply-file assign to dynamic decision-reply-filename
        organization is line sequential
        file status is decision-reply-status.

    select elapsed-hist-file assign to dynamic elapsed-hist-filename
        organization is line sequential
        file status is elapsed-hist-status.
        organization is line sequential
        file status is balstat-status.

    select catchup-file assign to dynamic catchup-filename
        organization is line sequential
        file status is catchup-status.

    select excpmstr-file assign to dynamic excpmstr-filename
        organization is line sequential
        file status is excpmstr-status.
        organization is line sequential
        file status is snap-manifest-status.

    select arrival-register assign to dynamic arrival-register-name
        organization is line sequential
        file status is arrival-register-status.

    select screenq-file assign to dynamic screenq-filename
        organization is line sequential
        file status is screenq-status.

    select heartbeat-file assign to dynamic heartbeat-filename
        organization is line sequential
        file status is heartbeat-status.

    select incident-file assign to dynamic incident-filename
        organization is line sequential
        file status is incident-status.

    select incidentno-file assign to dynamic incidentno-filename
        organization is line sequential
        file status is incidentno-status.

    select adhoc-file assign to dynamic adhoc-filename
        organization is line sequential
        file status is adhoc-status.

    select adhoc-work assign to dynamic adhoc-work-name
        organization is line sequential
        file status is adhoc-work-status.

    select deferred-list-file assign to dynamic deferred-list-filename
        organization is line sequential
        file status is deferred-list-status.

    select deferred-work assign to dynamic deferred-work-name
        organization is line sequential
        file status is deferred-work-status.

data division.
file section.
fd  control-file.
fd  run-state-file.
01  run-state-record     pic x(250).

fd  stepdeps-file.
01  stepdeps-record      pic x(1400).

fd  steptime-file.
01  steptime-record      pic x(160).

fd  include-file.
01  include-file-record  pic x(800).

fd  step-status-work.
01  step-status-work-record pic x(100).

fd  decision-reply-file.
01  decision-reply-record pic x(80).

fd  elapsed-hist-file.
    copy "elapsed-fd.cpy".

fd  gate-report.
01  gate-report-record   pic x(132).

fd  catchup-file.
01  catchup-record       pic x(132).

fd  acct-file.
01  acct-record          pic x(200).

    05 sf-rec-start    pic x(8).
    05 sf-rec-end      pic x(8).
    05 sf-rec-records  pic 9(9).
01  sched-feed-defer-record.
    05 sfd-rec-type    pic x(1).
    05 sfd-rec-name    pic x(30).
    05 sfd-rec-program pic x(30).
    05 sfd-rec-late    pic 9(5).
    05 sfd-rec-at      pic x(8).
    05 sfd-rec-window  pic x(8).
    05 filler          pic x(9).

fd  reportcat-file.
    copy "reportcat-fd.cpy".
fd  snap-manifest.
01  snap-manifest-record pic x(250).

fd  arrival-register.
01  arrival-register-record pic x(200).

fd  screenq-file.
    copy "screenq-fd.cpy".

fd  heartbeat-file.
01  heartbeat-record     pic x(120).

fd  incident-file.
    copy "incident-fd.cpy".

fd  incidentno-file.
01  incidentno-record    pic 9(9).

fd  adhoc-file.
    copy "adhoc-fd.cpy".

fd  adhoc-work.
01  adhoc-work-record    pic x(500).

fd  deferred-list-file.
01  deferred-list-record pic x(1000).

fd  deferred-work.
01  deferred-work-record pic x(1000).

working-storage section.

copy "auditlog-ws.cpy".
01 chain-rc-hold     pic s9(9) comp.
copy "operauth-ws.cpy".
copy "alert-ws.cpy".
copy "incident-ws.cpy".
copy "screenq-ws.cpy".
copy "adhoc-ws.cpy".
copy "elapsed-ws.cpy".
copy "run-summary-ws.cpy".
copy "runctl-ws.cpy".
01 run-state-status      pic xx.
01 run-state-word        pic x(8).

01 stepdeps-filename     pic x(100) value "STEPDEPS.TXT".
01 stepdeps-status       pic xx.
01 stepdeps-datasets     pic x(610).
01 stepdeps-ptr          binary-long.
01 steptime-filename     pic x(100) value "STEPTIME.TXT".
01 steptime-status       pic xx.
01 st-stamp              pic 9(14).
01 st-stamp-fields redefines st-stamp.
   05 st-stamp-date      pic 9(8).
   05 st-stamp-hh        pic 9(2).
   05 st-stamp-mi        pic 9(2).
   05 st-stamp-ss        pic 9(2).
01 st-clock.
   05 st-clock-date      pic 9(8).
   05 st-clock-hh        pic 9(2).
   05 st-clock-mi        pic 9(2).
   05 st-clock-ss        pic 9(2).
   05 st-clock-th        pic 9(2).
   05 st-clock-zone      pic x(5).
01 st-zone-mins          pic s9(5) value 0.
01 st-base-zone-mins     pic s9(5) value 0.
01 st-zone-adjust        pic s9(7) value 0.
01 st-now-abs            pic 9(11).
01 st-base-abs           pic 9(11) value 0.
01 st-now-offset         pic 9(7) value 0.
01 st-exec-unit          pic 9(5) value 0.
01 step-ready-offset     pic 9(7) value 0.
01 step-begin-offset     pic 9(7) value 0.
01 step-wait-mark        pic 9(7) value 0.
01 step-hold-secs        pic 9(7) value 0.
01 step-lock-secs        pic 9(7) value 0.
01 step-serial-secs      pic 9(7) value 0.
01 step-parlim-secs      pic 9(7) value 0.
01 group-start-offset    pic 9(7) value 0.
01 tm-unit               pic 9(5).
01 tm-par-word           pic x(3).
01 tm-ready              pic 9(7).
01 tm-begin              pic 9(7).
01 tm-end                pic 9(7).
01 tm-hold               pic 9(7).
01 tm-lock               pic 9(7).
01 tm-serial             pic 9(7).
01 tm-parlim             pic 9(7).

01 include-filename      pic x(100).
01 include-status        pic xx.
01 include-active-flag   pic x value 'N'.
01 step-status-work-name pic x(100) value "STEPSTAT.WORK.TXT".
01 step-status-work-status pic xx.
01 step-flag             pic x.
01 step-flag-user        pic x(8).
01 step-op-skipped       pic 9(9) value 0.
01 hold-sleep-command    pic x(10) value "sleep 5".
01 lock-test-command     pic x(120).
01 lock-ptr              pic 9(4) comp.
01 lock-token            pic x(100).

01 MAX-SYMBOLS constant as 50.
01 sym-count             binary-long value 0.
01 crit-open-count       pic 9(9).
01 gate-blocked          pic x.

01 catchup-flag          pic x value 'N'.
   88 mode-catch-up      value 'Y'.
01 catchup-filename      pic x(100) value "CATCHUP.TXT".
01 catchup-status        pic xx.
01 MAX-CATCHUP-DATES constant as 60.
01 cu-count              pic 9(4) value 0.
01 cu-table.
   05 cu-entry           occurs 60 times.
      10 cu-date         pic x(10).
      10 cu-run          pic x(4).
      10 cu-rc           pic 9(4).
      10 cu-verdict      pic x(12).
      10 cu-outcome      pic x(50).
01 cu-idx                binary-long.
01 cu-last-balanced      pic x(10).
01 cu-through-date       pic x(10).
01 cu-probe-date         pic x(10).
01 cu-probe-verdict      pic x(12).
01 cu-date-8             pic 9(8).
01 cu-date-int           pic s9(9) comp.
01 cu-to-int             pic s9(9) comp.
01 cu-child-rc           pic s9(9) comp.
01 cu-stop-flag          pic x value 'N'.
   88 catch-up-stopped   value 'Y'.
01 cu-truncated-flag     pic x value 'N'.
   88 catch-up-truncated value 'Y'.
01 cu-first-run-flag     pic x value 'Y'.
   88 cu-first-run       value 'Y'.
01 cu-completed          pic 9(4) value 0.
01 cu-skipped            pic 9(4) value 0.
01 cu-not-run            pic 9(4) value 0.
01 cu-rc-disp            pic z(3)9.

01 control-filename       pic x(100).
01 control-file-status    pic xx.
01 report-filename        pic x(100).
01 cal-bday-ordinal      pic 9(2).
01 cal-walk-guard        binary-long.
01 when-bday-n           pic 9(2).
01 fiscal-today          pic x(9).
01 fiscal-end-kind       pic x(6).
01 directive-token       pic x(800).
01 directive-guard       binary-long.
01 ws-ptr                binary-long.

01 os-command          pic x(400).

01 step-count            pic 9(9) value 0.
01 step-succeeded        pic 9(9) value 0.
01 acct-default-dept     pic x(8) value "UNASSIGN".
01 step-dept             pic x(8).
01 step-start-secs       binary-long value 0.
01 step-start-offset     pic 9(7) value 0.
01 step-start-zone       pic s9(5) value 0.
01 step-start-zone-text  pic x(5).
01 group-start-zone      pic s9(5) value 0.
01 group-start-zone-text pic x(5).
01 step-clock-flag       pic x value 'N'.
   88 step-crossed-clock-change value 'Y'.
01 clock-change-steps    pic 9(5) value 0.
01 group-start-secs      binary-long value 0.
01 step-elapsed-secs     binary-long value 0.
01 acct-elapsed-disp     pic 9(7).
01 watch-rc-filename     pic x(100) value "DISPRC.WATCH.TXT".
01 watch-pid-filename    pic x(100) value "DISPPID.WATCH.TXT".
01 watch-elapsed         binary-long value 0.
01 watch-start-offset    pic 9(7) value 0.
01 watch-timeout-flag    pic x value 'N'.
   88 step-timed-out     value 'Y'.

      10 par-writes      pic x(200).
      10 par-dept        pic x(8).
      10 par-outputs     pic x(200).
      10 par-end-filename pic x(20).
      10 par-ready-offset pic 9(7).
      10 par-hold-secs   pic 9(7).
      10 par-lock-secs   pic 9(7).
      10 par-serial-secs pic 9(7).
      10 par-parlim-secs pic 9(7).
01 par-idx               binary-long.
01 par-num-disp          pic 9(2).
01 par-rc-found          pic x.
01 sleep-command         pic x(10) value "sleep 1".
01 del-status            binary-long.

01 arrival-register-name pic x(100) value "ARRIVALS.TXT".
01 arrival-register-status pic xx.
01 step-arrival          pic x(12).
01 step-cutoff           pic x(5).
01 default-arrival-cutoff pic x(5) value "23:59".
01 cutoff-hh             pic 9(2).
01 cutoff-mi             pic 9(2).
01 cutoff-secs           binary-long.
01 run-start-secs        binary-long.
01 heartbeat-filename    pic x(100) value "HEARTBEAT.TXT".
01 heartbeat-status      pic xx.
01 heartbeat-last-record pic x(120).
01 heartbeat-word        pic x(20).
01 heartbeat-secs-x      pic x(20).
01 heartbeat-ts          pic x(20).
01 heartbeat-gap-secs    pic s9(11).
01 heartbeat-gap-mins    pic 9(7).
01 heartbeat-gap-disp    pic z(6)9.
01 heartbeat-stale-mins  pic 9(4).
01 heartbeat-stale-disp  pic zzz9.
01 arrival-found-flag    pic x value 'N'.
   88 arrival-registered value 'Y'.
01 arrival-batch         pic x(12).
01 arrival-probe-8       pic 9(8).
01 arrival-probe-date    pic x(10).
01 reg-batch             pic x(12).
01 reg-file              pic x(100).
01 reg-partner           pic x(12).
01 reg-count             pic x(12).
01 reg-status-word       pic x(12).
01 reg-when              pic x(20).
01 step-arrival-waits    pic 9(9) value 0.
01 step-not-arrived      pic 9(9) value 0.
01 step-deferred-flag    pic x value 'N'.
   88 step-deferred      value 'Y'.
01 arrival-release-flag  pic x value 'N'.
   88 arrival-released   value 'Y'.
01 screen-hold-flag      pic x value 'N'.
   88 arrival-screen-held value 'Y'.
01 screen-hold-batch     pic x(12).
01 pend-wait-pred        pic x(30).
01 pend-count            binary-long value 0.
01 pend-open-count       binary-long value 0.
01 pend-table.
   05 pend-entry         occurs 1 to MAX-RUN-STEPS
                          depending on pend-count.
      10 pend-name       pic x(30).
      10 pend-state      pic x.
      10 pend-deadline   pic 9(7).
      10 pend-line       pic x(800).
01 pend-idx              binary-long.

01 MAX-ADHOC-RUNS constant as 50.
01 adhoc-window          pic x(8).
01 adhoc-count           binary-long value 0.
01 adhoc-table.
   05 adhoc-entry        occurs 50 times.
      10 aq-id           pic x(10).
      10 aq-program      pic x(30).
      10 aq-args         pic x(120).
      10 aq-requester    pic x(20).
      10 aq-dept         pic x(8).
      10 aq-state        pic x(10).
      10 aq-rc           pic x(10).
      10 aq-run-ts       pic x(19).
01 adhoc-idx             binary-long.
01 adhoc-auth-flag       pic x value 'N'.
   88 adhoc-authorized   value 'Y'.
01 adhoc-ran             pic 9(5) value 0.

01 decision-reply-filename pic x(100).
01 decision-reply-status pic xx.
01 decision-question     pic x(168).
01 decision-token        pic x(40).
01 decision-ptr          binary-long.
01 decision-start        binary-long.
01 decision-timeout-mins pic 9(4).
01 decision-timeout-disp pic z(3)9.
01 decision-default      pic x(9).
01 decision-deadline     pic 9(7).
01 decision-reply        pic x(9).
01 decision-oper         pic x(20).
01 decision-via          pic x(20).
01 decision-reply-flag   pic x value 'N'.
   88 decision-replied   value 'Y'.
01 decision-auth-flag    pic x value 'N'.
   88 decision-authorized value 'Y'.
01 default-decision-mins pic 9(4) value 60.
01 default-decision-action pic x(9) value "SKIP-REST".
01 decisions-raised      pic 9(5) value 0.
01 decisions-continued   pic 9(5) value 0.
01 decisions-skip-rest   pic 9(5) value 0.
01 decisions-timed-out   pic 9(5) value 0.
01 run-abort-flag        pic x value 'N'.
   88 run-aborted        value 'Y'.
01 abort-step-name       pic x(30).
01 adhoc-refused         pic 9(5) value 0.
01 pend-scan-idx         binary-long.
01 pend-released-flag    pic x value 'N'.
   88 pend-some-released value 'Y'.

01 step-priority         pic x value 'N'.
   88 prio-critical      value 'C'.
   88 prio-normal        value 'N'.
   88 prio-deferrable    value 'D'.
01 DEFAULT-EST-SECS constant as 60.
01 default-est           pic 9(5) value 60.
01 deadline-found-flag   pic x value 'N'.
   88 deadline-known     value 'Y'.
01 deadline-hhmm         pic x(4).
01 deadline-id           pic x(20).
01 deadline-secs         binary-long.
01 deadline-offset       pic 9(7) value 0.
01 next-window           pic x(8).
01 late-flag             pic x value 'N'.
   88 window-running-late value 'Y'.
01 MAX-EST-PROGRAMS constant as 100.
01 est-count             binary-long value 0.
01 est-table.
   05 est-entry          occurs 100 times.
      10 est-program     pic x(30).
      10 est-total-secs  pic 9(9).
      10 est-runs        pic 9(5).
01 est-idx               binary-long.
01 est-work              pic 9(7).
01 eh-rec-elapsed        pic x(12).
01 pj-count              binary-long value 0.
01 pj-table.
   05 pj-entry           occurs 1 to MAX-RUN-STEPS
                          depending on pj-count.
      10 pj-name         pic x(30).
      10 pj-est-secs     pic 9(7).
      10 pj-par-flag     pic x.
      10 pj-state        pic x.
01 pj-idx                binary-long.
01 proj-seq-secs         pic 9(9).
01 proj-par-secs         pic 9(9).
01 proj-finish           pic 9(9).
01 proj-late-secs        pic 9(7) value 0.
01 proj-late-disp        pic z(6)9.
01 par-slot-limit        pic 9(2).
01 deferred-list-filename pic x(100) value "DEFERRED.TXT".
01 deferred-list-status  pic xx.
01 deferred-work-name    pic x(100) value "DEFERRED.WORK.TXT".
01 deferred-work-status  pic xx.
01 df-state              pic x(10).
01 df-target             pic x(8).
01 df-from-date          pic x(10).
01 df-from-run           pic x(8).
01 df-from-window        pic x(8).
01 df-name               pic x(30).
01 df-when               pic x(19).
01 df-late               pic x(12).
01 df-run                pic x(8).
01 df-rc                 pic x(10).
01 df-run-ts             pic x(19).
01 df-line               pic x(800).
01 new-deferred-line     pic x(1000).
01 MAX-DEFERRED-RUNS constant as 50.
01 dq-count              binary-long value 0.
01 dq-table.
   05 dq-entry           occurs 50 times.
      10 dq-from-date    pic x(10).
      10 dq-from-run     pic x(8).
      10 dq-name         pic x(30).
      10 dq-line         pic x(800).
      10 dq-state        pic x(10).
      10 dq-rc           pic x(10).
      10 dq-run-ts       pic x(19).
01 dq-idx                binary-long.
01 dq-scan-idx           binary-long.
01 replay-after          pic x(720).
01 replay-after-ptr      binary-long.
01 replay-flag           pic x value 'N'.
   88 replaying-deferred value 'Y'.
01 pred-deferred-flag    pic x value 'N'.
   88 pred-was-deferred  value 'Y'.
01 window-deferred-count pic 9(9) value 0.
01 deferred-replayed     pic 9(5) value 0.
01 MAX-WINDOW-DEFERRALS constant as 100.
01 wd-count              binary-long value 0.
01 wd-table.
   05 wd-entry           occurs 100 times.
      10 wd-name         pic x(30).
      10 wd-program      pic x(30).
      10 wd-late-secs    pic 9(7).
      10 wd-at           pic x(8).
      10 wd-target       pic x(8).
01 wd-idx                binary-long.

01 MAX-STEP-RETRIES constant as 9.
01 step-retry-max        pic 9(2) value 0.
01 step-retry-wait       pic 9(5) value 0.
01 step-retry-rcs        pic x(40).
01 step-attempt          pic 9(2) value 0.
01 step-attempt-disp     pic z9.
01 step-retry-max-disp   pic z9.
01 step-retry-wait-disp  pic z(4)9.
01 step-retry-flag       pic x value 'N'.
   88 step-retry-due     value 'Y'.
01 retry-rc-token        pic x(10).
01 retry-rc-ptr          binary-long.
01 retry-sleep-command   pic x(20).
01 step-retried-count    pic 9(9) value 0.
01 attempts-suffix       pic x(30).

01 KNOWN-PROGRAM-COUNT constant as 104.
01 known-program-names.
   05 filler pic x(30) value "acct-chargeback".
   05 filler pic x(30) value "address-standardizer".
   05 filler pic x(30) value "archive-compress".
   05 filler pic x(30) value "audit-archive".
   05 filler pic x(30) value "audit-chain-verify".
   05 filler pic x(30) value "audit-evidence-pack".
   05 filler pic x(30) value "audit-index-loader".
   05 filler pic x(30) value "audit-replay".
   05 filler pic x(30) value "audit-search".
   05 filler pic x(30) value "batch-dispatcher".
   05 filler pic x(30) value "batch-planner".
   05 filler pic x(30) value "binary-search".
   05 filler pic x(30) value "business-date-check".
   05 filler pic x(30) value "calendar-load".
   05 filler pic x(30) value "capitalize".
   05 filler pic x(30) value "charset-table-maint".
   05 filler pic x(30) value "charset-translate".
   05 filler pic x(30) value "check-digit".
   05 filler pic x(30) value "checkpoint-monitor".
   05 filler pic x(30) value "config-drift".
   05 filler pic x(30) value "control-param-maint".
   05 filler pic x(30) value "data-mask".
   05 filler pic x(30) value "dataset-inventory".
   05 filler pic x(30) value "delimited-convert".
   05 filler pic x(30) value "delivery-watchdog".
   05 filler pic x(30) value "dispatch-recovery".
   05 filler pic x(30) value "dr-export".
   05 filler pic x(30) value "dr-restore".
   05 filler pic x(30) value "duplicate-character-counter".
   05 filler pic x(30) value "env-health-check".
   05 filler pic x(30) value "even-odd".
   05 filler pic x(30) value "exception-pareto".
   05 filler pic x(30) value "exception-repair".
   05 filler pic x(30) value "exception-summary".
   05 filler pic x(30) value "factorial".
   05 filler pic x(30) value "key-usage-report".
   05 filler pic x(30) value "lineage-trace".
   05 filler pic x(30) value "linear-search".
   05 filler pic x(30) value "master-reorg".
   05 filler pic x(30) value "match-merge".
   05 filler pic x(30) value "name-match".
   05 filler pic x(30) value "name-standardizer".
   05 filler pic x(30) value "number-profile".
   05 filler pic x(30) value "numeric-sort".
   05 filler pic x(30) value "numeric-statistics".
   05 filler pic x(30) value "oncall-roster".
   05 filler pic x(30) value "palindromic-number".
   05 filler pic x(30) value "param-apply".
   05 filler pic x(30) value "param-history-report".
   05 filler pic x(30) value "period-close".
   05 filler pic x(30) value "prime-number".
   05 filler pic x(30) value "print-formatter".
   05 filler pic x(30) value "privacy-erasure".
   05 filler pic x(30) value "record-sampler".
   05 filler pic x(30) value "record-sort".
   05 filler pic x(30) value "region-refresh".
   05 filler pic x(30) value "regression-harness".
   05 filler pic x(30) value "remove-all-whitespace".
   05 filler pic x(30) value "report-compare".
   05 filler pic x(30) value "rules-classifier".
   05 filler pic x(30) value "run-backout".
   05 filler pic x(30) value "run-control".
   05 filler pic x(30) value "run-critical-path".
   05 filler pic x(30) value "run-heartbeat".
   05 filler pic x(30) value "run-status-inquiry".
   05 filler pic x(30) value "security-activity-report".
   05 filler pic x(30) value "shift-handover".
   05 filler pic x(30) value "trend-report".
   05 filler pic x(30) value "unit-rollup".
   05 filler pic x(30) value "volume-continuity".
   05 filler pic x(30) value "watchlist-screen".
   05 filler pic x(30) value "year-end-close".
   05 filler pic x(30) value "zeckendorf".
01 known-program-table redefines known-program-names.
   05 known-program-name occurs 104 times pic x(30).
01 known-prog-idx        binary-long.
01 program-id-ok         pic x value 'N'.
   88 program-id-is-ok   value 'Y'.
   05 run-yyyy           pic 9(4).
   05 run-mm             pic 9(2).
   05 run-dd             pic 9(2).
01 run-date-source       pic x(40).
01 business-day-cutoff   pic x(5).
01 run-clock-hhmm        pic x(5).

procedure division.

    move "batch-dispatcher" to audit-program-id
    perform validate-args
    perform check-operator-authority
    if mode-catch-up
        perform run-catch-up
        perform log-audit-entry
        stop run
    end-if
    perform pre-run-health-check
    perform check-balancing-gate
    perform recycle-suspense-queue
    perform run-control-file
    perform release-run-lock
    perform log-audit-entry
    if run-aborted
        move 8 to return-code
    end-if
    stop run.

validate-args.
    accept argc from argument-number

    if argc < 2 or argc > 9
        perform show-usage
    end-if

                set mode-override to true
            when flag-arg = "-g"
                set gate-waived to true
            when flag-arg = "-k"
                set mode-catch-up to true
            when flag-arg = "-w"
                if arg-seen >= argc
                    perform show-usage
    move spaces to run-state-filename
    string "RUNSTATE." function trim(dispatch-unit) ".TXT"
           delimited by size into run-state-filename
    move spaces to steptime-filename
    string "STEPTIME." function trim(dispatch-unit) ".TXT"
           delimited by size into steptime-filename
    move spaces to deferred-list-filename
    string "DEFERRED." function trim(dispatch-unit) ".TXT"
           delimited by size into deferred-list-filename
    move spaces to deferred-work-name
    string "DEFERRED.WORK." function trim(dispatch-unit) ".TXT"
           delimited by size into deferred-work-name
    move spaces to expanded-filename
    string "DISPATCH-WORK." function trim(dispatch-unit) ".TXT"
           delimited by size into expanded-filename
            " - see HEALTHCHECK.TXT (no-go)"

    move "FAIL" to alert-severity
    move "BDS201E" to alert-msg-id
    move spaces to alert-message
    string "pre-window health check NO-GO for "
           function trim(control-filename)
    move 12 to return-code
    stop run.

run-catch-up.
    move function current-date to rsum-start-stamp
    perform resolve-catch-up-datasets
    perform find-last-balanced-date

    if cu-last-balanced = spaces
        display "REFUSED: catch-up needs a BALANCED outcome on "
                function trim(balstat-filename)
                " to start from - run the first missed date by hand"
        move control-filename to audit-input-value
        move "catch-up REFUSED: no balanced run to start from"
            to audit-result-value
        move 12 to return-code
        exit paragraph
    end-if

    perform resolve-run-business-date
    move run-date-disp to cu-through-date
    perform build-catch-up-dates

    open output catchup-file
    if catchup-status <> "00"
        perform show-usage
    end-if

    move spaces to catchup-record
    string "BATCH DISPATCHER CATCH-UP   CONTROL: "
           function trim(control-filename)
           "   UNIT: " function trim(unit-disp)
           "   WINDOW: " function trim(window-disp)
           delimited by size into catchup-record
    write catchup-record
    move spaces to catchup-record
    string "Last balanced business date " cu-last-balanced
           " - catching up through " cu-through-date
           " (" function trim(run-date-source) ")"
           delimited by size into catchup-record
    write catchup-record
    move spaces to catchup-record
    write catchup-record
    move "DATE        RUN   RC    BALANCING     OUTCOME"
        to catchup-record
    write catchup-record
    move "----------  ----  ----  ------------  ------------------"
        to catchup-record
    write catchup-record

    perform varying cu-idx from 1 by 1 until cu-idx > cu-count
        if catch-up-stopped
            move "NOT RUN - catch-up stopped" to cu-outcome(cu-idx)
            add 1 to cu-not-run
        else
            perform catch-up-one-date
        end-if
        perform write-catch-up-line
    end-perform

    set environment "UTILBUSDATE" to cu-through-date
    perform write-catch-up-summary
    close catchup-file

    move control-filename to audit-input-value
    move spaces to audit-result-value
    string "catch-up " cu-last-balanced " to " cu-through-date
           ": dates=" cu-count
           " completed=" cu-completed
           " skipped=" cu-skipped
           " not-run=" cu-not-run
           delimited by size into audit-result-value

    if catch-up-stopped
        move 8 to return-code
    else
        if catch-up-truncated
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if.

resolve-catch-up-datasets.
    if dispatch-unit <> spaces
        move spaces to balstat-filename
        string "BALSTAT." function trim(dispatch-unit) ".TXT"
               delimited by size into balstat-filename
        move spaces to catchup-filename
        string "CATCHUP." function trim(dispatch-unit) ".TXT"
               delimited by size into catchup-filename
    end-if
    if dispatch-window <> spaces
       and dispatch-window <> "NIGHT"
        move balstat-filename to sub-line
        move spaces to balstat-filename
        string function trim(sub-line(1:100)) "."
               function trim(dispatch-window)
               delimited by size into balstat-filename
        move catchup-filename to sub-line
        move spaces to catchup-filename
        string function trim(sub-line(1:100)) "."
               function trim(dispatch-window)
               delimited by size into catchup-filename
    end-if.

find-last-balanced-date.
    move spaces to cu-last-balanced

    open input balstat-file
    if balstat-status <> "00"
        exit paragraph
    end-if

    read balstat-file
    perform until balstat-status = "10"
        move spaces to bs-date
        move spaces to bs-run
        move spaces to bs-verdict
        move spaces to bs-unrec
        unstring balstat-record delimited by " | "
            into bs-date, bs-run, bs-verdict, bs-unrec
        end-unstring
        if bs-verdict(1:8) = "BALANCED"
           and bs-date > cu-last-balanced
            move bs-date to cu-last-balanced
        end-if
        read balstat-file
    end-perform

    close balstat-file.

build-catch-up-dates.
    move 0 to cu-count

    move cu-last-balanced(1:4) to cu-date-8(1:4)
    move cu-last-balanced(6:2) to cu-date-8(5:2)
    move cu-last-balanced(9:2) to cu-date-8(7:2)
    compute cu-date-int = function integer-of-date(cu-date-8) + 1
    compute cu-to-int = function integer-of-date(run-date-8)

    perform until cu-date-int > cu-to-int
        if cu-count >= MAX-CATCHUP-DATES
            set catch-up-truncated to true
            exit perform
        end-if
        add 1 to cu-count
        compute cu-date-8 = function date-of-integer(cu-date-int)
        move spaces to cu-date(cu-count)
        string cu-date-8(1:4) "-" cu-date-8(5:2) "-" cu-date-8(7:2)
               delimited by size into cu-date(cu-count)
        move spaces to cu-run(cu-count)
        move 0 to cu-rc(cu-count)
        move spaces to cu-verdict(cu-count)
        move spaces to cu-outcome(cu-count)
        add 1 to cu-date-int
    end-perform.

catch-up-one-date.
    move cu-date(cu-idx) to cal-lookup-date
    perform lookup-calendar-flag
    if cal-lookup-flag <> "B"
        move spaces to cu-outcome(cu-idx)
        string "SKIPPED - not a business day (calendar "
               cal-lookup-flag ")"
               delimited by size into cu-outcome(cu-idx)
        add 1 to cu-skipped
        exit paragraph
    end-if

    move cu-date(cu-idx) to cu-probe-date
    perform find-date-balancing-verdict
    if cu-probe-verdict(1:6) = "REVIEW"
        move cu-probe-verdict to cu-verdict(cu-idx)
        move "STOPPED - already run and out of balance"
            to cu-outcome(cu-idx)
        set catch-up-stopped to true
        exit paragraph
    end-if

    display "Catch-up: running " function trim(control-filename)
            " for business date " cu-date(cu-idx)
    set environment "UTILBUSDATE" to cu-date(cu-idx)

    move spaces to os-command
    string "./batch-dispatcher -c " function trim(control-filename)
           delimited by size into os-command
    if dispatch-unit <> spaces
        move spaces to sub-line
        string function trim(os-command) " -u "
               function trim(dispatch-unit)
               delimited by size into sub-line
        move sub-line to os-command
    end-if
    if dispatch-window <> spaces
        move spaces to sub-line
        string function trim(os-command) " -w "
               function trim(dispatch-window)
               delimited by size into sub-line
        move sub-line to os-command
    end-if
    if mode-override
        move spaces to sub-line
        string function trim(os-command) " -o"
               delimited by size into sub-line
        move sub-line to os-command
    end-if
    if gate-waived and cu-first-run
        move spaces to sub-line
        string function trim(os-command) " -g"
               delimited by size into sub-line
        move sub-line to os-command
    end-if
    move "N" to cu-first-run-flag

    call "SYSTEM" using os-command
    move return-code to cu-child-rc
    move 0 to return-code
    if cu-child-rc >= 256 and function mod(cu-child-rc, 256) = 0
        compute cu-child-rc = cu-child-rc / 256
    end-if
    if cu-child-rc < 0 or cu-child-rc > 9999
        move 9999 to cu-child-rc
    end-if
    move cu-child-rc to cu-rc(cu-idx)

    perform find-date-run-id
    perform find-date-balancing-verdict
    move cu-probe-verdict to cu-verdict(cu-idx)

    evaluate true
        when cu-child-rc >= 12
            move "STOPPED - run refused" to cu-outcome(cu-idx)
            set catch-up-stopped to true
        when cu-child-rc >= 8
            move "STOPPED - run failed" to cu-outcome(cu-idx)
            set catch-up-stopped to true
        when cu-probe-verdict(1:8) = "BALANCED"
            move "COMPLETED - balanced" to cu-outcome(cu-idx)
            add 1 to cu-completed
        when cu-probe-verdict(1:6) = "REVIEW"
            move "STOPPED - out of balance" to cu-outcome(cu-idx)
            set catch-up-stopped to true
        when other
            move "STOPPED - no balancing outcome recorded"
                to cu-outcome(cu-idx)
            set catch-up-stopped to true
    end-evaluate.

find-date-balancing-verdict.
    move spaces to cu-probe-verdict

    open input balstat-file
    if balstat-status <> "00"
        exit paragraph
    end-if

    read balstat-file
    perform until balstat-status = "10"
        move spaces to bs-date
        move spaces to bs-run
        move spaces to bs-verdict
        move spaces to bs-unrec
        unstring balstat-record delimited by " | "
            into bs-date, bs-run, bs-verdict, bs-unrec
        end-unstring
        if bs-date = cu-probe-date
            move bs-verdict to cu-probe-verdict
        end-if
        read balstat-file
    end-perform

    close balstat-file.

find-date-run-id.
    move spaces to cu-run(cu-idx)

    open input runctl-file
    if runctl-status <> "00"
        exit paragraph
    end-if

    read runctl-file
    perform until runctl-status = "10"
        if runctl-rec-date = cu-date(cu-idx)
            move runctl-rec-run-id to cu-run(cu-idx)
        end-if
        read runctl-file
    end-perform

    close runctl-file.

write-catch-up-line.
    move cu-rc(cu-idx) to cu-rc-disp
    move spaces to catchup-record
    if cu-run(cu-idx) = spaces
        string cu-date(cu-idx) "  -     -     "
               cu-verdict(cu-idx) "  "
               function trim(cu-outcome(cu-idx))
               delimited by size into catchup-record
    else
        string cu-date(cu-idx) "  " cu-run(cu-idx) "  " cu-rc-disp
               "  " cu-verdict(cu-idx) "  "
               function trim(cu-outcome(cu-idx))
               delimited by size into catchup-record
    end-if
    write catchup-record.

write-catch-up-summary.
    move spaces to catchup-record
    write catchup-record

    if cu-count = 0
        move "  nothing to catch up - no business date missed"
            to catchup-record
        write catchup-record
    end-if

    move spaces to catchup-record
    string "Dates: " cu-count
           "  completed: " cu-completed
           "  skipped (non-business): " cu-skipped
           "  not run: " cu-not-run
           delimited by size into catchup-record
    write catchup-record

    if catch-up-stopped
        move spaces to catchup-record
        string "STOPPED at the first date that did not complete and"
               " balance - resolve it, then rerun the catch-up"
               delimited by size into catchup-record
        write catchup-record
    end-if

    if catch-up-truncated
        move spaces to catchup-record
        string "WARNING: more than " MAX-CATCHUP-DATES
               " dates missed - rerun the catch-up for the rest"
               delimited by size into catchup-record
        write catchup-record
    end-if

    display "Catch-up summary written to "
            function trim(catchup-filename).

check-balancing-gate.
    move "N" to gate-blocked
    move "N" to bal-found
    string "STARTED | 0 | " run-date-disp " | run=" dispatch-run-id
           delimited by size into run-state-record
    write run-state-record
    close run-state-file

    move 0 to st-base-abs
    perform capture-run-offset
    move st-now-abs to st-base-abs
    move st-zone-mins to st-base-zone-mins
    move 0 to st-exec-unit
    open output steptime-file
    move spaces to steptime-record
    string "STARTED | run=" dispatch-run-id " | " run-date-disp
           " | " st-stamp-hh ":" st-stamp-mi ":" st-stamp-ss
           delimited by size into steptime-record
    write steptime-record
    close steptime-file.

append-run-state.
    open extend run-state-file
    write run-state-record
    close run-state-file.

record-step-dependencies.
    move spaces to stepdeps-datasets
    move 1 to stepdeps-ptr
    if step-reads <> spaces
        string function trim(step-reads) ","
               delimited by size into stepdeps-datasets
               with pointer stepdeps-ptr
    end-if
    if step-writes <> spaces
        string function trim(step-writes) ","
               delimited by size into stepdeps-datasets
               with pointer stepdeps-ptr
    end-if
    if step-outputs <> spaces
        string function trim(step-outputs) ","
               delimited by size into stepdeps-datasets
               with pointer stepdeps-ptr
    end-if
    if stepdeps-ptr > 1
        move space to stepdeps-datasets(stepdeps-ptr - 1:1)
    else
        move "-" to stepdeps-datasets
    end-if

    open extend stepdeps-file
    if stepdeps-status = "05" or stepdeps-status = "35"
        open output stepdeps-file
    end-if
    move spaces to stepdeps-record
    move 1 to stepdeps-ptr
    string "run=" dispatch-run-id " | "
           function trim(step-name) " | "
           function trim(step-program-id) " | "
           delimited by size into stepdeps-record
           with pointer stepdeps-ptr
    if step-after = spaces
        string "-" delimited by size
               into stepdeps-record with pointer stepdeps-ptr
    else
        string function trim(step-after) delimited by size
               into stepdeps-record with pointer stepdeps-ptr
    end-if
    string " | " function trim(stepdeps-datasets)
           delimited by size into stepdeps-record
           with pointer stepdeps-ptr
    write stepdeps-record
    close stepdeps-file.

write-step-timing.
    open extend steptime-file
    if steptime-status = "05" or steptime-status = "35"
        open output steptime-file
    end-if
    move step-rc to step-rc-disp
    move spaces to steptime-record
    string function trim(step-name) " | "
           function trim(step-program-id) " | "
           tm-unit " | " tm-par-word " | "
           tm-ready " | " tm-begin " | " tm-end " | "
           function trim(step-rc-disp) " | "
           tm-hold " | " tm-lock " | " tm-serial " | " tm-parlim
           delimited by size into steptime-record
    write steptime-record
    close steptime-file.

write-run-lock.
    accept lock-time from time

    close lock-file.

run-control-file.
    move function current-date to rsum-start-stamp

    open input control-file
    if control-file-status <> "00"
        perform show-usage
    end-if

    perform resolve-run-business-date

    perform issue-run-id
    perform resolve-audit-operator
    perform init-run-state
    perform resolve-max-parallel
    perform resolve-default-dept
    perform resolve-arrival-cutoff
    perform resolve-window-deadline
    perform resolve-decision-defaults

    move spaces to report-file-record
    string "BATCH DISPATCHER RUN   DATE: " run-date-disp
           delimited by size into report-file-record
    write report-file-record
    move spaces to report-file-record
    string "BUSINESS DATE SOURCE: " function trim(run-date-source)
           delimited by size into report-file-record
    write report-file-record
    perform check-heartbeat-watch
    move spaces to report-file-record
    write report-file-record
    if deadline-known
        perform report-window-deadline
    end-if

    perform preload-symbols
    perform expand-control-file
    perform build-step-projection

    open input expanded-file
    if expanded-status <> "00"
    end-if

    read expanded-file
    perform until expanded-status = "10" or run-aborted
        move expanded-file-record to step-line
        perform process-step-line
        if pend-open-count > 0 and not run-aborted
            perform release-pending-steps
        end-if
        read expanded-file
    end-perform

    perform flush-parallel-group
    if not run-aborted
        perform drain-pending-steps
    end-if

    close expanded-file

    if run-aborted
        move spaces to report-file-record
        string "RUN ABORTED at decision point "
               function trim(abort-step-name)
               " - the remaining steps, deferred steps and ad-hoc"
               " requests were not run"
               delimited by size into report-file-record
        write report-file-record
    else
        perform run-deferred-steps
        perform run-adhoc-requests
    end-if

    move spaces to report-file-record
    string "Steps run: " step-count
           "  Succeeded: " step-succeeded
           "  Operator-skipped: " step-op-skipped
           delimited by size into report-file-record
    write report-file-record
    if step-retried-count > 0
        move spaces to report-file-record
        string "Steps retried: " step-retried-count
               delimited by size into report-file-record
        write report-file-record
    end-if
    if step-arrival-waits > 0 or step-not-arrived > 0
        move spaces to report-file-record
        string "Arrival-waited: " step-arrival-waits
               "  Not-arrived: " step-not-arrived
               delimited by size into report-file-record
        write report-file-record
    end-if
    if window-deferred-count > 0 or deferred-replayed > 0
        move spaces to report-file-record
        string "Deferred-to-next-window: " window-deferred-count
               "  Deferred steps replayed: " deferred-replayed
               delimited by size into report-file-record
        write report-file-record
    end-if
    if adhoc-count > 0
        move spaces to report-file-record
        string "Ad-hoc requests run: " adhoc-ran
               "  Refused: " adhoc-refused
               delimited by size into report-file-record
        write report-file-record
    end-if
    if decisions-raised > 0
        move spaces to report-file-record
        string "Decision points: " decisions-raised
               "  Continued: " decisions-continued
               "  Skip-rest: " decisions-skip-rest
               "  Timed-out: " decisions-timed-out
               delimited by size into report-file-record
        write report-file-record
    end-if

    perform write-run-summary-footer
    perform write-scheduler-feed
           " failed:" step-failed
           delimited by size into audit-result-value.

resolve-run-business-date.
    perform resolve-business-date
    move audit-business-date to run-date-8
    move "SYSTEM CLOCK" to run-date-source

    if business-date-from-env
        move "PINNED BY UTILBUSDATE" to run-date-source
    else
        move "PROCESSING-DATE" to ctlparm-lookup-id
        perform find-control-param
        if ctlparm-was-found
           and ctlparm-lookup-value(5:1) = "-"
           and ctlparm-lookup-value(8:1) = "-"
           and ctlparm-lookup-value(1:4) is numeric
           and ctlparm-lookup-value(6:2) is numeric
           and ctlparm-lookup-value(9:2) is numeric
            compute audit-business-probe =
                function numval(ctlparm-lookup-value(1:4)) * 10000
                + function numval(ctlparm-lookup-value(6:2)) * 100
                + function numval(ctlparm-lookup-value(9:2))
            if function test-date-yyyymmdd(audit-business-probe) = 0
                move audit-business-probe to run-date-8
                move "PINNED BY PROCESSING-DATE" to run-date-source
            end-if
        end-if
    end-if

    if run-date-source = "SYSTEM CLOCK"
        perform apply-business-day-cutoff
    end-if

    move run-yyyy to run-date-disp(1:4)
    move "-" to run-date-disp(5:1)
    move run-mm to run-date-disp(6:2)
    move "-" to run-date-disp(8:1)
    move run-dd to run-date-disp(9:2)
    set environment "UTILBUSDATE" to run-date-disp.

apply-business-day-cutoff.
    move spaces to business-day-cutoff
    move "BUSINESS-DAY-CUTOFF" to ctlparm-lookup-id
    perform find-control-param

    if ctlparm-was-found
       and ctlparm-lookup-value(3:1) = ":"
       and ctlparm-lookup-value(1:2) is numeric
       and ctlparm-lookup-value(4:2) is numeric
        move ctlparm-lookup-value(1:5) to business-day-cutoff
    end-if
    if business-day-cutoff = spaces
        exit paragraph
    end-if

    move spaces to run-clock-hhmm
    string rsum-start-hh ":" rsum-start-mm
           delimited by size into run-clock-hhmm
    if run-clock-hhmm < business-day-cutoff
        compute run-date-8 = function date-of-integer(
            function integer-of-date(run-date-8) - 1)
        move spaces to run-date-source
        string "SYSTEM CLOCK BEFORE CUTOFF " business-day-cutoff
               " - PRIOR DAY"
               delimited by size into run-date-source
    end-if.

issue-run-id.
    move 0 to dispatch-run-id

           function trim(dispatch-window)
           delimited by size into run-state-filename

    move steptime-filename to sub-line
    move spaces to steptime-filename
    string function trim(sub-line(1:100)) "."
           function trim(dispatch-window)
           delimited by size into steptime-filename

    move expanded-filename to sub-line
    move spaces to expanded-filename
    string function trim(sub-line(1:100)) "."
    move spaces to ctlparm-lookup-value
    move spaces to ctlparm-best-effdate

    perform resolve-business-date
    move audit-business-date to ctlparm-asof-8
    move spaces to ctlparm-asof-date
    string ctlparm-asof-8(1:4) "-" ctlparm-asof-8(5:2) "-"
           ctlparm-asof-8(7:2)
        write sched-feed-record
    end-perform

    perform varying wd-idx from 1 by 1 until wd-idx > wd-count
        move spaces to sched-feed-defer-record
        move "F" to sfd-rec-type
        move wd-name(wd-idx) to sfd-rec-name
        move wd-program(wd-idx) to sfd-rec-program
        move 0 to sfd-rec-late
        if wd-late-secs(wd-idx) <= 99999
            move wd-late-secs(wd-idx) to sfd-rec-late
        end-if
        move wd-at(wd-idx) to sfd-rec-at
        move wd-target(wd-idx) to sfd-rec-window
        write sched-feed-defer-record
    end-perform

    move spaces to sched-feed-record
    move "T" to sf-rec-type
    move "RUN TOTALS" to sf-rec-name
    move spaces to sf-rec-program
    end-if.

write-run-summary-footer.
    move function current-date to rsum-end-stamp
    perform compute-run-elapsed
    move rsum-elapsed-secs to rsum-elapsed-disp

    move spaces to report-file-record
    string "Run summary: steps " step-count
           "  elapsed " function trim(rsum-elapsed-disp) " sec(s)"
           delimited by size into report-file-record
    if clock-change-steps > 0 or rsum-clock-changed
        move report-file-record to sub-line
        move spaces to report-file-record
        string function trim(sub-line)
               "  (clock change during run, steps affected "
               clock-change-steps ")"
               delimited by size into report-file-record
    end-if
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

preload-symbols.
    move 0 to sym-count

        exit paragraph
    end-if

    if replaying-deferred
        perform keep-replayed-predecessors
    end-if

    if not arrival-released
        perform check-step-deferral
        if step-deferred
            exit paragraph
        end-if
    end-if

    if deadline-known
        perform project-window-finish
        if prio-deferrable and window-running-late
            perform postpone-step-to-next-window
            exit paragraph
        end-if
    end-if

    add 1 to step-count
    perform record-step-dependencies

    if step-after <> spaces or not step-parallel
       or max-parallel <= 1 or step-retry-max > 0
        perform flush-parallel-group
    end-if

    perform capture-run-offset
    move st-now-offset to step-ready-offset
    move 0 to step-hold-secs
    move 0 to step-lock-secs
    move 0 to step-serial-secs
    move 0 to step-parlim-secs

    perform check-step-status-flags
    perform check-dataset-locks

    if step-when <> spaces
        perform evaluate-step-schedule

    perform evaluate-step-dependency

    if skip-this-step and pred-was-deferred
        perform postpone-step-to-next-window
        exit paragraph
    end-if

    if skip-this-step
        add 1 to step-skipped
        perform record-step-skipped
        move "SKIPPED" to run-state-word
        perform append-run-state
        move spaces to report-file-record
        string function trim(step-name) ": BDS101I SKIPPED ("
               function trim(skip-reason) ")"
               delimited by size into report-file-record
        write report-file-record
        exit paragraph
    end-if

    if step-program-id = "DECIDE"
        perform run-decision-point
        exit paragraph
    end-if

    perform validate-step-program-id
    perform validate-step-params

        move spaces to report-file-record
        if not program-id-is-ok
            string function trim(step-name)
                   ": BDS102E REJECTED (unknown program-id)"
                   delimited by size into report-file-record
        else
            string function trim(step-name)
                   ": BDS103E REJECTED (unsafe characters in params)"
                   delimited by size into report-file-record
        end-if
        write report-file-record
        perform divert-step-outputs
    end-if

    if step-parallel and max-parallel > 1 and step-retry-max = 0
        perform enqueue-parallel-step
        exit paragraph
    end-if

    move 0 to step-attempt
    if step-retry-max > 0
        move 1 to step-attempt
    end-if

    perform run-one-step-attempt
    perform until not step-retry-due
        perform wait-before-retry
        add 1 to step-attempt
        perform run-one-step-attempt
    end-perform

    perform record-step-result
    perform capture-run-offset
    add 1 to st-exec-unit
    move st-exec-unit to tm-unit
    move "SEQ" to tm-par-word
    move step-ready-offset to tm-ready
    move step-begin-offset to tm-begin
    move st-now-offset to tm-end
    move step-hold-secs to tm-hold
    move step-lock-secs to tm-lock
    move 0 to tm-serial
    move 0 to tm-parlim
    perform write-step-timing
    if step-timed-out
        move "TIMEOUT" to run-state-word
        perform append-run-state
        perform report-step-timeout
    else
        move "DONE" to run-state-word
        perform append-run-state
        perform report-step-result
    end-if

    if step-outputs <> spaces
        perform settle-step-outputs
    end-if.

run-one-step-attempt.
    move 0 to step-rc
    move "RUNNING" to run-state-word
    perform append-run-state

    perform current-time-secs
    move ct-secs to step-start-secs
    perform capture-run-offset
    move st-now-offset to step-start-offset
    move st-zone-mins to step-start-zone
    move st-clock-zone to step-start-zone-text
    if step-attempt <= 1
        move st-now-offset to step-begin-offset
    end-if

    if step-maxtime > 0
        perform run-step-with-watchdog
        end-if
    end-if

    perform append-accounting-record
    perform evaluate-step-retry

    if step-attempt = 0
        exit paragraph
    end-if

    move step-attempt to step-attempt-disp
    compute step-retry-max-disp = step-retry-max + 1
    move step-rc to step-rc-disp
    move step-name to audit-input-value
    move spaces to audit-result-value

    if not step-retry-due
        string "step attempt " function trim(step-attempt-disp)
               " of " function trim(step-retry-max-disp)
               " RC=" function trim(step-rc-disp) " (final)"
               delimited by size into audit-result-value
        perform log-audit-entry
        exit paragraph
    end-if

    move "RETRY" to run-state-word
    perform append-run-state

    move step-retry-wait to step-retry-wait-disp
    move spaces to report-file-record
    string function trim(step-name) ": attempt "
           function trim(step-attempt-disp) " of "
           function trim(step-retry-max-disp)
           " RC=" function trim(step-rc-disp)
           " - retrying in " function trim(step-retry-wait-disp)
           " sec(s)"
           delimited by size into report-file-record
    write report-file-record

    string "step attempt " function trim(step-attempt-disp)
           " of " function trim(step-retry-max-disp)
           " RC=" function trim(step-rc-disp) " - retry scheduled"
           delimited by size into audit-result-value
    perform log-audit-entry.

evaluate-step-retry.
    move "N" to step-retry-flag

    if step-attempt = 0 or step-attempt > step-retry-max
        exit paragraph
    end-if

    if step-rc = 0 or step-rc = STEP-STOPPED-RC
        exit paragraph
    end-if

    if step-retry-rcs = spaces
        if not step-timed-out
            set step-retry-due to true
        end-if
        exit paragraph
    end-if

    move 1 to retry-rc-ptr
    perform until step-retry-due
            or retry-rc-ptr > length of step-retry-rcs
            or step-retry-rcs(retry-rc-ptr:) = spaces
        move spaces to retry-rc-token
        unstring step-retry-rcs
            delimited by all ","
            into retry-rc-token
            with pointer retry-rc-ptr
        end-unstring
        if retry-rc-token <> spaces
           and function test-numval(retry-rc-token) = 0
            if function numval(retry-rc-token) = step-rc
                set step-retry-due to true
            end-if
        end-if
    end-perform.

wait-before-retry.
    if step-attempt = 1
        add 1 to step-retried-count
    end-if

    if step-retry-wait = 0
        exit paragraph
    end-if

    move step-retry-wait to step-retry-wait-disp
    move spaces to retry-sleep-command
    string "sleep " function trim(step-retry-wait-disp)
           delimited by size into retry-sleep-command
    call "SYSTEM" using retry-sleep-command.

current-time-secs.
    accept ct-time from time
    compute ct-secs = ct-hh * 3600 + ct-mi * 60 + ct-ss.

capture-run-offset.
    move function current-date to st-clock
    move st-clock-date to st-stamp-date
    move st-clock-hh to st-stamp-hh
    move st-clock-mi to st-stamp-mi
    move st-clock-ss to st-stamp-ss
    move st-clock-zone to rsum-zone-probe
    perform convert-rsum-zone
    move rsum-zone-mins to st-zone-mins
    perform stamp-to-run-offset.

stamp-to-run-offset.
    compute st-now-abs =
        function integer-of-date(st-stamp-date) * 86400
        + st-stamp-hh * 3600 + st-stamp-mi * 60 + st-stamp-ss
    compute st-zone-adjust = (st-zone-mins - st-base-zone-mins) * 60
    move 0 to st-now-offset
    if st-now-abs - st-zone-adjust > st-base-abs
        compute st-now-offset =
            st-now-abs - st-zone-adjust - st-base-abs
    end-if.

lookup-step-records.
    move 0 to acct-records


append-accounting-record.
    perform current-time-secs
    perform capture-run-offset
    compute step-elapsed-secs = st-now-offset - step-start-offset
    if step-elapsed-secs < 0
        move 0 to step-elapsed-secs
    end-if
    move step-elapsed-secs to acct-elapsed-disp

    move "N" to step-clock-flag
    if st-zone-mins <> step-start-zone
        set step-crossed-clock-change to true
        perform report-clock-change
    end-if

    perform lookup-step-records
    move step-rc to step-rc-disp

           acct-records " | "
           function trim(step-rc-disp)
           delimited by size into acct-record
    if step-crossed-clock-change
        move acct-record to sub-line
        move spaces to acct-record
        string function trim(sub-line) " | CLKCHG"
               delimited by size into acct-record
    end-if
    write acct-record

    close acct-file
        move acct-records to sf-records(sf-count)
    end-if.

report-clock-change.
    add 1 to clock-change-steps
    move step-elapsed-secs to acct-elapsed-disp
    move spaces to report-file-record
    string function trim(step-name)
           ": BDS107I interval crossed a clock change (UTC offset "
           step-start-zone-text " -> " st-clock-zone
           "), elapsed corrected to " acct-elapsed-disp " sec(s)"
           delimited by size into report-file-record
    write report-file-record
    display "BDS107I " function trim(step-name)
            " crossed a clock change (UTC offset "
            step-start-zone-text " -> " st-clock-zone ")".

run-step-with-watchdog.
    move "N" to watch-timeout-flag
    move 0 to watch-elapsed
           " ) &"
           delimited by size into os-command
    call "SYSTEM" using os-command
    perform capture-run-offset
    move st-now-offset to watch-start-offset

    move "N" to par-rc-found
    perform until par-rc-was-read or step-timed-out
                perform kill-watched-step
            else
                call "SYSTEM" using sleep-command
                perform capture-run-offset
                compute watch-elapsed =
                    st-now-offset - watch-start-offset
            end-if
        end-if
    end-perform
    perform mark-step-timed-out

    move "CRIT" to alert-severity
    move "BDS202S" to alert-msg-id
    move spaces to alert-message
    string "step " function trim(step-name)
           " (" function trim(step-program-id)
           delimited by size into alert-message
    perform write-alert-entry

    move "TIMED-OUT" to incident-outcome
    move "KILLED" to incident-rc-text
    perform open-step-incident

    move step-name to audit-input-value
    move spaces to audit-result-value
    string "step TIMED-OUT after MAXTIME "
            perform judge-business-day-ordinal
        when when-token = "SKIPHOL"
            perform judge-holiday
        when when-token = "FPEND" or when-token = "FQEND"
             or when-token = "FYEND"
            perform judge-fiscal-end
        when other
            continue
    end-evaluate.
               delimited by size into cal-skip-reason
    end-if.

judge-fiscal-end.
    move when-token to fiscal-end-kind
    move run-date-disp to cal-lookup-date
    perform lookup-calendar-flag
    if cal-lookup-flag <> "B"
        set calendar-skip to true
        move spaces to cal-skip-reason
        string function trim(fiscal-end-kind)
               ": today is not a business day"
               delimited by size into cal-skip-reason
        exit paragraph
    end-if
    if cal-lookup-fiscal-year = spaces
        set calendar-skip to true
        move spaces to cal-skip-reason
        string function trim(fiscal-end-kind)
               ": no fiscal period on the calendar for today"
               delimited by size into cal-skip-reason
        exit paragraph
    end-if
    move cal-lookup-fiscal to fiscal-today

    move run-date-disp to cal-probe-date
    move 0 to cal-walk-guard
    perform until cal-walk-guard > 10
        add 1 to cal-walk-guard
        move cal-probe-date(1:4) to cal-work-8(1:4)
        move cal-probe-date(6:2) to cal-work-8(5:2)
        move cal-probe-date(9:2) to cal-work-8(7:2)
        compute cal-work-int =
            function integer-of-date(cal-work-8)
        add 1 to cal-work-int
        compute cal-work-8 =
            function date-of-integer(cal-work-int)
        move spaces to cal-probe-date
        string cal-work-8(1:4) "-" cal-work-8(5:2) "-"
               cal-work-8(7:2)
               delimited by size into cal-probe-date
        move cal-probe-date to cal-lookup-date
        perform lookup-calendar-flag
        if cal-lookup-flag = "B"
            exit perform
        end-if
    end-perform

    evaluate fiscal-end-kind
        when "FPEND"
            if cal-lookup-fiscal-year = fiscal-today(1:4)
               and cal-lookup-fiscal-period = fiscal-today(6:2)
                set calendar-skip to true
                move "FPEND: a later business day remains this period"
                    to cal-skip-reason
            end-if
        when "FQEND"
            if cal-lookup-fiscal-year = fiscal-today(1:4)
               and cal-lookup-fiscal-qtr = fiscal-today(5:1)
                set calendar-skip to true
                move "FQEND: a later business day remains this quarter"
                    to cal-skip-reason
            end-if
        when other
            if cal-lookup-fiscal-year = fiscal-today(1:4)
                set calendar-skip to true
                move "FYEND: a later business day remains this year"
                    to cal-skip-reason
            end-if
    end-evaluate.

judge-holiday.
    move run-date-disp to cal-lookup-date
    perform lookup-calendar-flag

lookup-calendar-flag.
    move space to cal-lookup-flag
    move spaces to cal-lookup-fiscal

    open input calendar-file
    if calendar-status = "00"
        perform until calendar-status = "10"
            if cal-file-date = cal-lookup-date
                move cal-file-flag to cal-lookup-flag
                move cal-file-fiscal-year to cal-lookup-fiscal-year
                move cal-file-fiscal-qtr to cal-lookup-fiscal-qtr
                move cal-file-fiscal-period
                    to cal-lookup-fiscal-period
                move cal-file-fiscal-week to cal-lookup-fiscal-week
            end-if
            read calendar-file
        end-perform

report-step-result.
    move step-rc to step-rc-disp
    move spaces to incident-outcome
    move spaces to report-file-record
    evaluate true
        when step-rc = 0
                   function trim(step-rc-disp) " FAILED"
                   delimited by size into report-file-record
            move "FAIL" to alert-severity
            move "BDS203E" to alert-msg-id
            move spaces to alert-message
            string "step " function trim(step-name)
                   " (" function trim(step-program-id)
                   ") failed RC=" function trim(step-rc-disp)
                   delimited by size into alert-message
            if step-attempt > 0
                move step-attempt to step-attempt-disp
                move spaces to sub-line
                string function trim(alert-message)
                       " after " function trim(step-attempt-disp)
                       " attempt(s)"
                       delimited by size into sub-line
                move sub-line to alert-message
            end-if
            perform write-alert-entry
            move "FAILED" to incident-outcome
            move step-rc-disp to incident-rc-text
    end-evaluate
    if step-attempt > 0
        move step-attempt to step-attempt-disp
        compute step-retry-max-disp = step-retry-max + 1
        move spaces to attempts-suffix
        string " (attempts: " function trim(step-attempt-disp)
               " of " function trim(step-retry-max-disp) ")"
               delimited by size into attempts-suffix
        move spaces to sub-line
        string function trim(report-file-record) attempts-suffix
               delimited by size into sub-line
        move sub-line to report-file-record
    end-if
    write report-file-record

    if incident-outcome <> spaces
        perform open-step-incident
    end-if.

enqueue-parallel-step.
    move max-parallel to par-slot-limit
    if window-running-late and prio-critical
        compute par-slot-limit = max-parallel + wd-count
        if par-slot-limit > MAX-PARALLEL-LIMIT
            move MAX-PARALLEL-LIMIT to par-slot-limit
        end-if
    end-if

    if par-count >= par-slot-limit
        perform capture-run-offset
        move st-now-offset to step-wait-mark
        perform flush-parallel-group
        perform capture-run-offset
        compute step-parlim-secs = step-parlim-secs
            + st-now-offset - step-wait-mark
    end-if

    if par-count > 0
                   function trim(conflict-dataset) ")"
                   delimited by size into report-file-record
            write report-file-record
            perform capture-run-offset
            move st-now-offset to step-wait-mark
            perform flush-parallel-group
            perform capture-run-offset
            compute step-serial-secs = step-serial-secs
                + st-now-offset - step-wait-mark
        end-if
    end-if

    move step-writes to par-writes(par-count)
    move step-dept to par-dept(par-count)
    move step-outputs to par-outputs(par-count)
    move step-ready-offset to par-ready-offset(par-count)
    move step-hold-secs to par-hold-secs(par-count)
    move step-lock-secs to par-lock-secs(par-count)
    move step-serial-secs to par-serial-secs(par-count)
    move step-parlim-secs to par-parlim-secs(par-count)

    move par-count to par-num-disp
    move spaces to par-rc-filename(par-count)
           delimited by size into par-rc-filename(par-count)
    move spaces to par-pid-filename(par-count)
    string "DISPPID." par-num-disp ".TXT"
           delimited by size into par-pid-filename(par-count)
    move spaces to par-end-filename(par-count)
    string "DISPEND." par-num-disp ".TXT"
           delimited by size into par-end-filename(par-count).

divert-step-outputs.
    move 1 to out-ptr

    perform current-time-secs
    move ct-secs to group-start-secs
    perform capture-run-offset
    move st-now-offset to group-start-offset
    move st-zone-mins to group-start-zone
    move st-clock-zone to group-start-zone-text
    add 1 to st-exec-unit

    perform varying par-idx from 1 by 1 until par-idx > par-count
        move par-rc-filename(par-idx) to step-rc-filename
        call "CBL_DELETE_FILE" using step-rc-filename
            returning del-status
        end-call
        move par-end-filename(par-idx) to step-rc-filename
        call "CBL_DELETE_FILE" using step-rc-filename
            returning del-status
        end-call

        move par-name(par-idx) to step-name
        move par-program(par-idx) to step-program-id
               function trim(par-params(par-idx))
               " & echo $! > "
               function trim(par-pid-filename(par-idx))
               "; wait $!; rc=$?; date +%Y%m%d%H%M%S > "
               function trim(par-end-filename(par-idx))
               "; echo $rc > "
               function trim(par-rc-filename(par-idx))
               " ) &"
               delimited by size into os-command
        move par-dept(par-idx) to step-dept
        move par-outputs(par-idx) to step-outputs
        move group-start-secs to step-start-secs
        move group-start-offset to step-start-offset
        move group-start-zone to step-start-zone
        move group-start-zone-text to step-start-zone-text
        move 0 to step-attempt
        perform record-step-result
        perform append-accounting-record
        perform read-step-end-stamp
        move st-exec-unit to tm-unit
        move "PAR" to tm-par-word
        move par-ready-offset(par-idx) to tm-ready
        move group-start-offset to tm-begin
        move par-hold-secs(par-idx) to tm-hold
        move par-lock-secs(par-idx) to tm-lock
        move par-serial-secs(par-idx) to tm-serial
        move par-parlim-secs(par-idx) to tm-parlim
        perform write-step-timing
        if step-timed-out
            move "TIMEOUT" to run-state-word
            perform append-run-state
        perform try-read-step-rc

        if not par-rc-was-read
            perform capture-run-offset
            compute watch-elapsed = st-now-offset - group-start-offset
            if par-maxtime(par-idx) > 0
               and watch-elapsed >= par-maxtime(par-idx)
                set step-timed-out to true
        returning del-status
    end-call.

read-step-end-stamp.
    perform capture-run-offset
    move st-now-offset to tm-end

    move par-end-filename(par-idx) to step-rc-filename
    open input step-rc-file
    if step-rc-file-status = "00"
        move spaces to step-rc-file-record
        read step-rc-file
        if step-rc-file-status = "00"
           and step-rc-file-record(1:14) is numeric
            move step-rc-file-record(1:14) to st-stamp
            perform stamp-to-run-offset
            if st-now-offset < tm-end
                move st-now-offset to tm-end
            end-if
        end-if
        close step-rc-file
    end-if
    call "CBL_DELETE_FILE" using step-rc-filename
        returning del-status
    end-call.

parse-step-directives.
    move spaces to step-program-id
    move spaces to step-params
    move acct-default-dept to step-dept
    move "N" to step-parallel-flag
    move 0 to step-maxtime
    move 0 to step-retry-max
    move 30 to step-retry-wait
    move spaces to step-retry-rcs
    move spaces to step-arrival
    move spaces to step-cutoff
    move "N" to step-priority
    move 1 to ws-ptr
    move 0 to directive-guard

                move directive-token(6:40) to step-when
            when directive-token(1:4) = "OUT="
                move directive-token(5:200) to step-outputs
            when directive-token(1:10) = "RETRYWAIT="
                if function test-numval(directive-token(11:5)) = 0
                    compute step-retry-wait =
                        function numval(directive-token(11:5))
                end-if
            when directive-token(1:8) = "RETRYRC="
                move directive-token(9:40) to step-retry-rcs
            when directive-token(1:6) = "RETRY="
                if function test-numval(directive-token(7:2)) = 0
                    compute step-retry-max =
                        function numval(directive-token(7:2))
                    if step-retry-max > MAX-STEP-RETRIES
                        move MAX-STEP-RETRIES to step-retry-max
                    end-if
                end-if
            when directive-token(1:8) = "ARRIVAL="
                move directive-token(9:12) to step-arrival
            when directive-token(1:7) = "CUTOFF="
                move directive-token(8:5) to step-cutoff
            when directive-token(1:5) = "PRIO="
                if directive-token(6:1) = "C" or "D"
                    move directive-token(6:1) to step-priority
                end-if
            when other
                move directive-token to step-program-id
        end-evaluate

evaluate-step-dependency.
    move "N" to skip-step-flag
    move "N" to pred-deferred-flag
    move spaces to skip-reason

    if step-after = spaces
        exit paragraph
    end-if

    if hist-state(pred-idx) = "F"
        set skip-this-step to true
        set pred-was-deferred to true
        string "predecessor " function trim(pred-name)
               " deferred to the next window"
               delimited by size into skip-reason
        exit paragraph
    end-if

    if hist-state(pred-idx) = "N"
        set skip-this-step to true
        string "predecessor " function trim(pred-name)
               " NOT-ARRIVED" delimited by size into skip-reason
        exit paragraph
    end-if

    move hist-rc(pred-idx) to step-rc-disp

    if step-cond = "OK" and hist-rc(pred-idx) <> 0
           delimited by size into report-file-record
    write report-file-record

    perform capture-run-offset
    move st-now-offset to step-wait-mark
    perform until step-flag <> "H"
        call "SYSTEM" using hold-sleep-command
        perform read-step-status-flag
    end-perform
    perform capture-run-offset
    compute step-hold-secs = step-hold-secs
        + st-now-offset - step-wait-mark.

check-dataset-locks.
    if stepdeps-datasets = "-"
        exit paragraph
    end-if

    move 1 to lock-ptr
    perform until lock-ptr > length of stepdeps-datasets
            or stepdeps-datasets(lock-ptr:) = spaces
        move spaces to lock-token
        unstring stepdeps-datasets
            delimited by all ","
            into lock-token
            with pointer lock-ptr
        end-unstring
        if lock-token <> spaces
            perform wait-dataset-lock
        end-if
    end-perform.

wait-dataset-lock.
    move spaces to lock-test-command
    string "test -d " function trim(lock-token) ".LCK"
           delimited by size into lock-test-command
    call "SYSTEM" using lock-test-command
    if return-code <> 0
        move 0 to return-code
        exit paragraph
    end-if

    move spaces to report-file-record
    string function trim(step-name)
           ": WAITING - dataset " function trim(lock-token)
           " is locked (reorganization in progress)"
           delimited by size into report-file-record
    write report-file-record
    display "BDS104I " function trim(step-name)
            " waiting - dataset " function trim(lock-token)
            " is locked by a reorganization"

    perform capture-run-offset
    move st-now-offset to step-wait-mark
    perform until return-code <> 0
        call "SYSTEM" using hold-sleep-command
        call "SYSTEM" using lock-test-command
    end-perform
    move 0 to return-code
    perform capture-run-offset
    compute step-lock-secs = step-lock-secs
        + st-now-offset - step-wait-mark

    move spaces to report-file-record
    string function trim(step-name)
           ": dataset " function trim(lock-token)
           " released - step continues"
           delimited by size into report-file-record
    write report-file-record.

read-step-status-flag.
    move space to step-flag
    move spaces to step-flag-user

    open input step-status-file
    if step-status-status <> "00"
    perform until step-status-status = "10"
        if ss-step-name = step-name
            move ss-flag to step-flag
            move ss-rest(4:8) to step-flag-user
        end-if
        read step-status-file
    end-perform
        returning del-status
    end-call.

resolve-decision-defaults.
    move "DECISION-TIMEOUT-MINS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
        if function numval(ctlparm-lookup-value) >= 1
           and function numval(ctlparm-lookup-value) <= 1440
            compute default-decision-mins =
                function numval(ctlparm-lookup-value)
        end-if
    end-if

    move "DECISION-DEFAULT" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
        if ctlparm-lookup-value = "CONTINUE"
           or ctlparm-lookup-value = "SKIP-REST"
           or ctlparm-lookup-value = "ABORT"
            move ctlparm-lookup-value to default-decision-action
        end-if
    end-if.

run-decision-point.
    perform parse-decision-params
    add 1 to decisions-raised

    move spaces to decision-reply-filename
    string "DECISION." function trim(step-name) "."
           function trim(step-status-filename(10:))
           delimited by size into decision-reply-filename
    call "CBL_DELETE_FILE" using decision-reply-filename
        returning del-status
    end-call
    perform mark-decision-pending

    move decision-timeout-mins to decision-timeout-disp
    move 0 to step-rc
    move decision-question to step-params
    move "DECIDING" to run-state-word
    perform append-run-state

    move spaces to report-file-record
    string function trim(step-name) ": DECISION POINT - "
           function trim(decision-question)
           delimited by size into report-file-record
    write report-file-record
    move spaces to report-file-record
    string function trim(step-name)
           ": waiting up to " function trim(decision-timeout-disp)
           " min(s) for CONTINUE, SKIP-REST or ABORT (step control"
           " or " function trim(decision-reply-filename)
           "), default " function trim(decision-default)
           delimited by size into report-file-record
    write report-file-record
    move spaces to report-file-record
    string function trim(step-name)
           ": steps naming it in AFTER= are held - later steps"
           " continue"
           delimited by size into report-file-record
    write report-file-record

    move "WARN" to alert-severity
    move "BDS108W" to alert-msg-id
    move spaces to alert-message
    string "decision point " function trim(step-name)
           " awaits an operator reply within "
           function trim(decision-timeout-disp) " min(s): "
           function trim(decision-question)
           delimited by size into alert-message
    perform write-alert-entry
    display "BDS108W " function trim(step-name)
            " awaits an operator reply: "
            function trim(decision-question)

    perform capture-run-offset
    compute decision-deadline =
        st-now-offset + decision-timeout-mins * 60
    move "N" to step-deferred-flag
    perform defer-step
    if not step-deferred
        perform apply-decision-timeout
        perform apply-decision-reply
        exit paragraph
    end-if
    move "Q" to pend-state(pend-count)
    move decision-deadline to pend-deadline(pend-count).

poll-pending-decision.
    move pend-line(pend-idx) to step-line
    perform parse-step-directives
    perform parse-decision-params
    move decision-timeout-mins to decision-timeout-disp

    move spaces to decision-reply-filename
    string "DECISION." function trim(step-name) "."
           function trim(step-status-filename(10:))
           delimited by size into decision-reply-filename

    move "N" to decision-reply-flag
    perform poll-decision-reply
    if not decision-replied
        perform capture-run-offset
        if st-now-offset < pend-deadline(pend-idx)
            exit paragraph
        end-if
        perform apply-decision-timeout
    end-if

    move "D" to pend-state(pend-idx)
    subtract 1 from pend-open-count
    set pend-some-released to true
    perform apply-decision-reply.

apply-decision-timeout.
    add 1 to decisions-timed-out
    move decision-default to decision-reply
    move "-" to decision-oper
    move "TIMEOUT" to decision-via
    move "WARN" to alert-severity
    move "BDS109W" to alert-msg-id
    move spaces to alert-message
    string "decision point " function trim(step-name)
           " had no reply within "
           function trim(decision-timeout-disp)
           " min(s) - default " function trim(decision-default)
           " applied"
           delimited by size into alert-message
    perform write-alert-entry.

parse-decision-params.
    move default-decision-mins to decision-timeout-mins
    move default-decision-action to decision-default
    move spaces to decision-question
    move 1 to decision-ptr

    perform until decision-ptr > length of step-params
        move spaces to decision-token
        move decision-ptr to decision-start
        unstring step-params
            delimited by all space
            into decision-token
            with pointer decision-ptr
        end-unstring
        evaluate true
            when decision-token(1:8) = "TIMEOUT="
                if function test-numval(decision-token(9:4)) = 0
                    compute decision-timeout-mins =
                        function numval(decision-token(9:4))
                end-if
            when decision-token(1:8) = "DEFAULT="
                if decision-token(9:) = "CONTINUE"
                   or decision-token(9:) = "SKIP-REST"
                   or decision-token(9:) = "ABORT"
                    move decision-token(9:) to decision-default
                end-if
            when other
                move step-params(decision-start:)
                    to decision-question
                move length of step-params to decision-ptr
                add 1 to decision-ptr
        end-evaluate
    end-perform

    if decision-timeout-mins = 0
        move default-decision-mins to decision-timeout-mins
    end-if

    move function trim(decision-question) to decision-question
    if decision-question(1:1) = '"'
        move decision-question(2:) to decision-question
        inspect decision-question replacing all '"' by space
    end-if
    if decision-question = spaces
        move "(no question text)" to decision-question
    end-if.

mark-decision-pending.
    open extend step-status-file
    if step-status-status = "05" or step-status-status = "35"
        open output step-status-file
    end-if
    move spaces to step-status-record
    move step-name to ss-step-name
    move "Q" to ss-flag
    move spaces to ss-rest
    string "   decision-pending " run-date-disp
           " run=" dispatch-run-id
           delimited by size into ss-rest
    write step-status-record
    close step-status-file.

poll-decision-reply.
    perform read-step-status-flag
    if step-flag = "Y" or step-flag = "N" or step-flag = "A"
        evaluate step-flag
            when "Y"
                move "CONTINUE" to decision-reply
            when "N"
                move "SKIP-REST" to decision-reply
            when other
                move "ABORT" to decision-reply
        end-evaluate
        move step-flag-user to decision-oper
        move "STEP CONTROL" to decision-via
        perform check-decision-reply
        if decision-replied
            exit paragraph
        end-if
    end-if

    open input decision-reply-file
    if decision-reply-status <> "00"
        exit paragraph
    end-if
    move spaces to decision-reply-record
    read decision-reply-file
    close decision-reply-file
    call "CBL_DELETE_FILE" using decision-reply-filename
        returning del-status
    end-call

    move spaces to decision-reply
    move spaces to decision-oper
    unstring decision-reply-record delimited by " | "
        into decision-reply, decision-oper
    end-unstring
    move function upper-case(decision-reply) to decision-reply
    move "REPLY FILE" to decision-via
    perform check-decision-reply.

check-decision-reply.
    if decision-reply <> "CONTINUE" and decision-reply <> "SKIP-REST"
       and decision-reply <> "ABORT"
        move spaces to report-file-record
        string function trim(step-name)
               ": reply ignored (" function trim(decision-via)
               " - not CONTINUE, SKIP-REST or ABORT)"
               delimited by size into report-file-record
        write report-file-record
        perform mark-decision-pending
        exit paragraph
    end-if

    perform check-decision-authority
    if decision-authorized
        set decision-replied to true
        exit paragraph
    end-if

    if decision-oper = spaces
        move "(unnamed)" to decision-oper
    end-if
    move spaces to report-file-record
    string function trim(step-name) ": reply "
           function trim(decision-reply) " from "
           function trim(decision-oper) " ("
           function trim(decision-via)
           ") REFUSED - not authorized in OPERAUTH.TXT"
           delimited by size into report-file-record
    write report-file-record
    move "WARN" to alert-severity
    move "BDS110W" to alert-msg-id
    move spaces to alert-message
    string "decision point " function trim(step-name)
           " reply " function trim(decision-reply)
           " from " function trim(decision-oper)
           " refused - operator not authorized"
           delimited by size into alert-message
    perform write-alert-entry
    move step-name to audit-input-value
    move spaces to audit-result-value
    string "DECISION REPLY REFUSED: " function trim(decision-reply)
           " from " function trim(decision-oper)
           " via " function trim(decision-via)
           delimited by size into audit-result-value
    perform log-audit-entry
    perform mark-decision-pending.

check-decision-authority.
    move "N" to decision-auth-flag

    if decision-oper = spaces
        exit paragraph
    end-if

    open input operauth-file
    if operauth-status <> "00"
        set decision-authorized to true
        exit paragraph
    end-if

    read operauth-file
    perform until operauth-status = "10" or decision-authorized
        if function trim(operauth-record) <> spaces
           and operauth-record(1:1) <> "*"
            perform scan-decision-operauth-record
        end-if
        read operauth-file
    end-perform

    close operauth-file.

scan-decision-operauth-record.
    move spaces to oa-operator
    move spaces to oa-programs
    move spaces to oa-rec-level

    unstring operauth-record delimited by " | "
        into oa-operator, oa-programs, oa-rec-level
    end-unstring

    if oa-operator <> decision-oper
        exit paragraph
    end-if

    if oa-programs = "ALL"
        set decision-authorized to true
        exit paragraph
    end-if

    move 1 to oa-ptr
    perform until decision-authorized
            or oa-ptr > length of oa-programs
            or oa-programs(oa-ptr:) = spaces
        move spaces to oa-token
        unstring oa-programs
            delimited by all ","
            into oa-token
            with pointer oa-ptr
        end-unstring
        if oa-token = "batch-dispatcher" or oa-token = "step-control"
            set decision-authorized to true
        end-if
    end-perform.

apply-decision-reply.
    move 0 to step-rc
    evaluate decision-reply
        when "CONTINUE"
            add 1 to decisions-continued
            perform record-step-result
        when "SKIP-REST"
            add 1 to decisions-skip-rest
            perform record-step-skipped
        when other
            move 8 to step-rc
            perform record-step-skipped
            set run-aborted to true
            move step-name to abort-step-name
    end-evaluate

    move spaces to step-params
    string "reply=" function trim(decision-reply)
           " oper=" function trim(decision-oper)
           " via=" function trim(decision-via)
           delimited by size into step-params
    move "DECIDED" to run-state-word
    perform append-run-state

    move spaces to report-file-record
    if decision-via = "TIMEOUT"
        string function trim(step-name) ": DECISION "
               function trim(decision-reply)
               " (no reply within "
               function trim(decision-timeout-disp)
               " min(s) - default applied)"
               delimited by size into report-file-record
    else
        string function trim(step-name) ": DECISION "
               function trim(decision-reply)
               " (reply by " function trim(decision-oper)
               " via " function trim(decision-via) ")"
               delimited by size into report-file-record
    end-if
    write report-file-record

    move step-name to audit-input-value
    move spaces to audit-result-value
    string "DECISION " function trim(decision-reply)
           " oper=" function trim(decision-oper)
           " via " function trim(decision-via)
           delimited by size into audit-result-value
    perform log-audit-entry

    if run-aborted
        move "FAIL" to alert-severity
        move "BDS205E" to alert-msg-id
        move spaces to alert-message
        string "run aborted at decision point "
               function trim(step-name) " (reply by "
               function trim(decision-oper) " via "
               function trim(decision-via) ")"
               delimited by size into alert-message
        perform write-alert-entry
    end-if.

record-step-result.
    if hist-count >= MAX-RUN-STEPS
        exit paragraph
    end-if
    add 1 to hist-count
    move step-name to hist-name(hist-count)
    move step-rc to hist-rc(hist-count)
    move "D" to hist-state(hist-count).

record-step-skipped.
    if hist-count >= MAX-RUN-STEPS
        exit paragraph
    end-if
    add 1 to hist-count
    move step-name to hist-name(hist-count)
    move 0 to hist-rc(hist-count)
    move "S" to hist-state(hist-count).

record-step-postponed.
    if hist-count >= MAX-RUN-STEPS
        exit paragraph
    end-if
    add 1 to hist-count
    move step-name to hist-name(hist-count)
    move 0 to hist-rc(hist-count)
    move "F" to hist-state(hist-count).

record-step-not-arrived.
    if hist-count >= MAX-RUN-STEPS
        exit paragraph
    end-if
    add 1 to hist-count
    move step-name to hist-name(hist-count)
    move 0 to hist-rc(hist-count)
    move "N" to hist-state(hist-count).

resolve-arrival-cutoff.
    move "23:59" to default-arrival-cutoff

    move "ARRIVAL-CUTOFF" to ctlparm-lookup-id
    perform find-control-param

    if ctlparm-was-found
       and ctlparm-lookup-value(3:1) = ":"
       and ctlparm-lookup-value(1:2) is numeric
       and ctlparm-lookup-value(4:2) is numeric
        move ctlparm-lookup-value(1:5) to default-arrival-cutoff
    end-if

    compute run-start-secs = rsum-start-hh * 3600
        + rsum-start-mm * 60 + rsum-start-ss.

check-step-deferral.
    move "N" to step-deferred-flag

    if step-arrival = spaces and pend-open-count = 0
        exit paragraph
    end-if

    if step-when <> spaces
        perform evaluate-step-schedule
        if calendar-skip
            exit paragraph
        end-if
    end-if

    if step-after <> spaces and pend-open-count > 0
        perform find-pending-predecessor
        if pend-wait-pred <> spaces
            perform defer-step
            if step-deferred
                move spaces to report-file-record
                string function trim(step-name)
                       ": WAITING on predecessor "
                       function trim(pend-wait-pred)
                       " (deferred) - later steps continue"
                       delimited by size into report-file-record
                write report-file-record
            end-if
            exit paragraph
        end-if
    end-if

    if step-arrival = spaces
        exit paragraph
    end-if

    perform check-partner-arrival
    if arrival-registered
        perform report-arrival-registered
        exit paragraph
    end-if

    perform check-arrival-cutoff-passed
    if step-deferred
        exit paragraph
    end-if

    perform defer-step
    if step-deferred
        add 1 to step-arrival-waits
        move "WAITING" to run-state-word
        perform append-run-state
        move spaces to report-file-record
        if arrival-screen-held
            string function trim(step-name)
                   ": HELD - partner " function trim(step-arrival)
                   " batch " function trim(screen-hold-batch)
                   " awaits watch-list review"
                   " (cut-off " step-cutoff
                   ") - later steps continue"
                   delimited by size into report-file-record
        else
            string function trim(step-name)
                   ": WAITING for partner "
                   function trim(step-arrival)
                   " arrival (cut-off " step-cutoff
                   ") - later steps continue"
                   delimited by size into report-file-record
        end-if
        write report-file-record
    end-if.

defer-step.
    if pend-count >= MAX-RUN-STEPS
        exit paragraph
    end-if
    add 1 to pend-count
    add 1 to pend-open-count
    move step-name to pend-name(pend-count)
    move "W" to pend-state(pend-count)
    move step-line to pend-line(pend-count)
    set step-deferred to true.

find-pending-predecessor.
    move spaces to pend-wait-pred
    move 1 to pred-ptr
    perform until pend-wait-pred <> spaces
            or pred-ptr > length of step-after
            or step-after(pred-ptr:) = spaces
        move spaces to pred-name
        unstring step-after
            delimited by all ","
            into pred-name
            with pointer pred-ptr
        end-unstring
        if pred-name <> spaces
            perform varying pend-scan-idx from 1 by 1
                    until pend-scan-idx > pend-count
                if (pend-state(pend-scan-idx) = "W"
                    or pend-state(pend-scan-idx) = "Q")
                   and pend-name(pend-scan-idx) = pred-name
                    move pred-name to pend-wait-pred
                end-if
            end-perform
        end-if
    end-perform.

check-partner-arrival.
    move "N" to arrival-found-flag
    move spaces to arrival-batch
    move "N" to screen-hold-flag
    move spaces to screen-hold-batch

    perform resolve-business-date
    move audit-business-date to arrival-probe-8
    move spaces to arrival-probe-date
    string arrival-probe-8(1:4) "-" arrival-probe-8(5:2) "-"
           arrival-probe-8(7:2)
           delimited by size into arrival-probe-date

    open input arrival-register
    if arrival-register-status <> "00"
        exit paragraph
    end-if

    read arrival-register
    perform until arrival-register-status = "10"
        perform match-one-arrival-entry
        read arrival-register
    end-perform

    close arrival-register

    if arrival-screen-held
        move "N" to arrival-found-flag
    end-if.

match-one-arrival-entry.
    if function trim(arrival-register-record) = spaces
       or arrival-screen-held
        exit paragraph
    end-if

    move spaces to reg-batch
    move spaces to reg-file
    move spaces to reg-partner
    move spaces to reg-count
    move spaces to reg-status-word
    move spaces to reg-when

    unstring arrival-register-record delimited by " | "
        into reg-batch, reg-file, reg-partner, reg-count,
             reg-status-word, reg-when
    end-unstring

    if reg-partner <> step-arrival
       or reg-status-word <> "STAGED"
        exit paragraph
    end-if

    if reg-when(1:10) <> run-date-disp
       and reg-when(1:10) <> arrival-probe-date
        exit paragraph
    end-if

    perform count-screening-holds
    if sq-held-count > 0
        set arrival-screen-held to true
        move reg-batch to screen-hold-batch
        exit paragraph
    end-if

    if not arrival-registered
        set arrival-registered to true
        move reg-batch to arrival-batch
    end-if.

count-screening-holds.
    move 0 to sq-held-count

    open input screenq-file
    if screenq-status <> "00"
        exit paragraph
    end-if

    read screenq-file
    perform until screenq-status = "10"
        move spaces to sq-rec-id
        move spaces to sq-rec-state
        move spaces to sq-rec-partner
        move spaces to sq-rec-batch
        move spaces to sq-rec-recno
        move spaces to sq-rec-grade
        unstring screenq-record delimited by " | "
            into sq-rec-id, sq-rec-state, sq-rec-partner,
                 sq-rec-batch, sq-rec-recno, sq-rec-grade
        end-unstring
        if sq-rec-partner = reg-partner
           and sq-rec-batch = reg-batch
           and sq-rec-state = "OPEN"
           and sq-rec-grade = "A"
            add 1 to sq-held-count
        end-if
        read screenq-file
    end-perform

    close screenq-file.

report-arrival-registered.
    move spaces to report-file-record
    string function trim(step-name)
           ": partner " function trim(step-arrival)
           " arrival registered clean (batch "
           function trim(arrival-batch) ")"
           delimited by size into report-file-record
    write report-file-record.

check-arrival-cutoff-passed.
    if step-cutoff = spaces
        move default-arrival-cutoff to step-cutoff
    end-if
    if step-cutoff(3:1) <> ":"
       or step-cutoff(1:2) is not numeric
       or step-cutoff(4:2) is not numeric
        move default-arrival-cutoff to step-cutoff
    end-if
    move step-cutoff(1:2) to cutoff-hh
    move step-cutoff(4:2) to cutoff-mi
    compute cutoff-secs = cutoff-hh * 3600 + cutoff-mi * 60
    if cutoff-secs + 43200 < run-start-secs
        add 86400 to cutoff-secs
    end-if

    perform current-time-secs
    if ct-secs < run-start-secs
        add 86400 to ct-secs
    end-if

    if ct-secs < cutoff-secs
        exit paragraph
    end-if

    set step-deferred to true
    add 1 to step-count
    add 1 to step-not-arrived
    perform record-step-not-arrived
    perform mark-step-not-arrived
    move 0 to step-rc
    move "NOARRIVE" to run-state-word
    perform append-run-state

    move spaces to report-file-record
    if arrival-screen-held
        string function trim(step-name)
               ": NOT-ARRIVED (partner " function trim(step-arrival)
               " batch " function trim(screen-hold-batch)
               " still held by watch-list screening at cut-off "
               step-cutoff ")"
               delimited by size into report-file-record
    else
        string function trim(step-name)
               ": NOT-ARRIVED (partner " function trim(step-arrival)
               " not registered clean for " run-date-disp
               " by cut-off " step-cutoff ")"
               delimited by size into report-file-record
    end-if
    write report-file-record

    move "FAIL" to alert-severity
    move "BDS204E" to alert-msg-id
    move spaces to alert-message
    if arrival-screen-held
        string "step " function trim(step-name)
               " (" function trim(step-program-id)
               ") NOT-ARRIVED: partner " function trim(step-arrival)
               " batch held by watch-list screening at cut-off "
               step-cutoff
               delimited by size into alert-message
    else
        string "step " function trim(step-name)
               " (" function trim(step-program-id)
               ") NOT-ARRIVED: partner " function trim(step-arrival)
               " feed not registered clean by cut-off " step-cutoff
               delimited by size into alert-message
    end-if
    perform write-alert-entry

    move "NOT-ARRIVED" to incident-outcome
    move "-" to incident-rc-text
    perform open-step-incident.

mark-step-not-arrived.
    open extend step-status-file
    if step-status-status = "05" or step-status-status = "35"
        open output step-status-file
    end-if
    move spaces to step-status-record
    move step-name to ss-step-name
    move "N" to ss-flag
    move spaces to ss-rest
    string "not-arrived " run-date-disp " run=" dispatch-run-id
           " partner=" function trim(step-arrival)
           delimited by size into ss-rest
    write step-status-record
    close step-status-file.

release-pending-steps.
    move "N" to pend-released-flag

    perform varying pend-idx from 1 by 1
            until pend-idx > pend-count or run-aborted
        evaluate pend-state(pend-idx)
            when "W"
                perform try-release-pending-step
            when "Q"
                perform poll-pending-decision
        end-evaluate
    end-perform.

try-release-pending-step.
    move pend-line(pend-idx) to step-line
    perform parse-step-directives

    if step-after <> spaces
        perform find-pending-predecessor
        if pend-wait-pred <> spaces
            exit paragraph
        end-if
    end-if

    if step-arrival <> spaces
        perform check-partner-arrival
        if not arrival-registered
            move "N" to step-deferred-flag
            perform check-arrival-cutoff-passed
            if step-deferred
                move "D" to pend-state(pend-idx)
                subtract 1 from pend-open-count
                set pend-some-released to true
            end-if
            exit paragraph
        end-if
        perform report-arrival-registered
    end-if

    move "D" to pend-state(pend-idx)
    subtract 1 from pend-open-count
    set pend-some-released to true

    move pend-line(pend-idx) to step-line
    set arrival-released to true
    perform process-step-line
    move "N" to arrival-release-flag.

drain-pending-steps.
    perform until pend-open-count = 0 or run-aborted
        perform release-pending-steps
        if pend-open-count > 0 and not pend-some-released
            call "SYSTEM" using hold-sleep-command
        end-if
    end-perform

    perform flush-parallel-group.

resolve-window-deadline.
    move "N" to deadline-found-flag
    move "N" to late-flag

    move DEFAULT-EST-SECS to default-est
    move "PLAN-DEFAULT-SECS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
        compute default-est = function numval(ctlparm-lookup-value)
    end-if

    evaluate window-disp
        when "NIGHT"
            move "MORNING" to next-window
        when "MORNING"
            move "MIDDAY" to next-window
        when other
            move "NIGHT" to next-window
    end-evaluate
    move spaces to ctlparm-lookup-id
    string "WINDOW-AFTER-" function trim(window-disp)
           delimited by size into ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found and ctlparm-lookup-value <> spaces
        move ctlparm-lookup-value(1:8) to next-window
    end-if

    move spaces to ctlparm-lookup-id
    string "CUTOFF-" function trim(window-disp)
           delimited by size into ctlparm-lookup-id
    move ctlparm-lookup-id to deadline-id
    perform find-control-param
    if not ctlparm-was-found
        move "WINDOW-CUTOFF" to ctlparm-lookup-id
        move ctlparm-lookup-id to deadline-id
        perform find-control-param
    end-if
    if not ctlparm-was-found
        exit paragraph
    end-if

    move ctlparm-lookup-value(1:4) to deadline-hhmm
    if deadline-hhmm is not numeric
        exit paragraph
    end-if

    compute deadline-secs =
        function numval(deadline-hhmm(1:2)) * 3600
        + function numval(deadline-hhmm(3:2)) * 60
    compute run-start-secs = function mod(st-base-abs, 86400)
    if deadline-secs <= run-start-secs
        add 86400 to deadline-secs
    end-if
    compute deadline-offset = deadline-secs - run-start-secs
    set deadline-known to true

    perform load-elapsed-estimates.

check-heartbeat-watch.
    open input heartbeat-file
    if heartbeat-status <> "00"
        exit paragraph
    end-if

    move spaces to heartbeat-last-record
    read heartbeat-file
    if heartbeat-status = "00"
        move heartbeat-record to heartbeat-last-record
    end-if
    close heartbeat-file

    move spaces to heartbeat-word
    move spaces to heartbeat-secs-x
    move spaces to heartbeat-ts
    unstring heartbeat-last-record delimited by " | "
        into heartbeat-word, heartbeat-secs-x, heartbeat-ts
    end-unstring

    if heartbeat-word <> "LAST-CHECK"
       or function test-numval(heartbeat-secs-x) <> 0
        exit paragraph
    end-if

    move 30 to heartbeat-stale-mins
    move "HEARTBEAT-STALE-MINS" to ctlparm-lookup-id
    perform find-control-param
    if ctlparm-was-found
       and function test-numval(ctlparm-lookup-value) = 0
       and function numval(ctlparm-lookup-value) >= 1
       and function numval(ctlparm-lookup-value) <= 1440
        compute heartbeat-stale-mins =
            function numval(ctlparm-lookup-value)
    end-if

    compute heartbeat-gap-secs = st-now-abs - st-zone-mins * 60
        - function numval(heartbeat-secs-x)
    if heartbeat-gap-secs < 0
        move 0 to heartbeat-gap-secs
    end-if
    compute heartbeat-gap-mins = heartbeat-gap-secs / 60

    if heartbeat-gap-mins <= heartbeat-stale-mins
        exit paragraph
    end-if

    move heartbeat-gap-mins to heartbeat-gap-disp
    move heartbeat-stale-mins to heartbeat-stale-disp
    move spaces to report-file-record
    string "WARNING: BDS111W last heartbeat check "
           function trim(heartbeat-ts) " ("
           function trim(heartbeat-gap-disp)
           " min ago) - this run is not being watched"
           delimited by size into report-file-record
    write report-file-record

    move "WARN" to alert-severity
    move "BDS111W" to alert-msg-id
    move spaces to alert-message
    string "run=" dispatch-run-id " started unwatched: last"
           " heartbeat check " function trim(heartbeat-ts) ", "
           function trim(heartbeat-gap-disp) " min ago (limit "
           function trim(heartbeat-stale-disp) " min)"
           delimited by size into alert-message
    perform write-alert-entry.

report-window-deadline.
    move spaces to report-file-record
    string "Window deadline " deadline-hhmm(1:2) ":"
           deadline-hhmm(3:2) " (" function trim(deadline-id)
           ") - PRIO=DEFERRABLE steps move to the "
           function trim(next-window)
           " window if the run projects late"
           delimited by size into report-file-record
    write report-file-record
    move spaces to report-file-record
    write report-file-record.

load-elapsed-estimates.
    move 0 to est-count

    move "ELAPSED-HIST.TXT" to elapsed-hist-filename
    if dispatch-window <> spaces
       and dispatch-window <> "NIGHT"
        move spaces to elapsed-hist-filename
        string "ELAPSED-HIST."
               function trim(dispatch-window) ".TXT"
               delimited by size into elapsed-hist-filename
    end-if

    open input elapsed-hist-file
    if elapsed-hist-status <> "00"
        exit paragraph
    end-if

    read elapsed-hist-file
    perform until elapsed-hist-status = "10"
        perform load-one-elapsed-estimate
        read elapsed-hist-file
    end-perform

    close elapsed-hist-file.

load-one-elapsed-estimate.
    move spaces to aj-program
    move spaces to aj-date
    move spaces to aj-run
    move spaces to aj-records
    move spaces to eh-rec-elapsed
    unstring elapsed-hist-record delimited by " | "
        into aj-program, aj-date, aj-run, aj-records,
             eh-rec-elapsed
    end-unstring

    if aj-program = spaces
       or function test-numval(eh-rec-elapsed) <> 0
        exit paragraph
    end-if

    perform varying est-idx from 1 by 1 until est-idx > est-count
        if est-program(est-idx) = aj-program
            exit perform
        end-if
    end-perform

    if est-idx > est-count
        if est-count >= MAX-EST-PROGRAMS
            exit paragraph
        end-if
        add 1 to est-count
        move est-count to est-idx
        move aj-program to est-program(est-idx)
        move 0 to est-total-secs(est-idx)
        move 0 to est-runs(est-idx)
    end-if

    compute est-total-secs(est-idx) = est-total-secs(est-idx)
        + function numval(eh-rec-elapsed)
    add 1 to est-runs(est-idx).

lookup-step-estimate.
    move default-est to est-work

    perform varying est-idx from 1 by 1 until est-idx > est-count
        if est-program(est-idx) = step-program-id
           and est-runs(est-idx) > 0
            compute est-work = est-total-secs(est-idx)
                / est-runs(est-idx)
            exit perform
        end-if
    end-perform.

build-step-projection.
    move 0 to pj-count
    if not deadline-known
        exit paragraph
    end-if

    open input expanded-file
    if expanded-status <> "00"
        exit paragraph
    end-if

    read expanded-file
    perform until expanded-status = "10"
        move expanded-file-record to step-line
        if function trim(step-line) <> spaces
           and step-line(1:1) <> "*"
           and pj-count < MAX-RUN-STEPS
            perform parse-step-directives
            if step-program-id <> spaces
                perform lookup-step-estimate
                add 1 to pj-count
                move step-name to pj-name(pj-count)
                move est-work to pj-est-secs(pj-count)
                move step-parallel-flag to pj-par-flag(pj-count)
                move "P" to pj-state(pj-count)
            end-if
        end-if
        read expanded-file
    end-perform

    close expanded-file.

project-window-finish.
    perform varying pj-idx from 1 by 1 until pj-idx > pj-count
        if pj-name(pj-idx) = step-name and pj-state(pj-idx) = "P"
            move "R" to pj-state(pj-idx)
            exit perform
        end-if
    end-perform

    move 0 to proj-seq-secs
    move 0 to proj-par-secs
    perform lookup-step-estimate
    if step-parallel and max-parallel > 1
        add est-work to proj-par-secs
    else
        add est-work to proj-seq-secs
    end-if

    perform varying pj-idx from 1 by 1 until pj-idx > pj-count
        if pj-state(pj-idx) = "P"
            if pj-par-flag(pj-idx) = "Y" and max-parallel > 1
                add pj-est-secs(pj-idx) to proj-par-secs
            else
                add pj-est-secs(pj-idx) to proj-seq-secs
            end-if
        end-if
    end-perform

    perform varying par-idx from 1 by 1 until par-idx > par-count
        perform varying pj-idx from 1 by 1 until pj-idx > pj-count
            if pj-name(pj-idx) = par-name(par-idx)
                add pj-est-secs(pj-idx) to proj-par-secs
                exit perform
            end-if
        end-perform
    end-perform

    perform capture-run-offset
    compute proj-finish = st-now-offset + proj-seq-secs
        + proj-par-secs / max-parallel

    move "N" to late-flag
    move 0 to proj-late-secs
    if proj-finish > deadline-offset
        set window-running-late to true
        compute proj-late-secs = proj-finish - deadline-offset
    end-if.

postpone-step-to-next-window.
    add 1 to window-deferred-count
    perform record-step-postponed

    move proj-late-secs to proj-late-disp
    move 0 to step-rc
    move spaces to step-params
    if pred-was-deferred
        string "to " function trim(next-window)
               " window (predecessor deferred)"
               delimited by size into step-params
    else
        string "to " function trim(next-window)
               " window (projected " function trim(proj-late-disp)
               " sec(s) past " deadline-hhmm(1:2) ":"
               deadline-hhmm(3:2) ")"
               delimited by size into step-params
    end-if
    move "DEFERRED" to run-state-word
    perform append-run-state

    perform append-deferred-entry

    move spaces to report-file-record
    string function trim(step-name) ": BDS105W DEFERRED "
           function trim(step-params)
           delimited by size into report-file-record
    write report-file-record

    move "WARN" to alert-severity
    move "BDS105W" to alert-msg-id
    move spaces to alert-message
    string "step " function trim(step-name)
           " (" function trim(step-program-id)
           ") deferred " function trim(step-params)
           delimited by size into alert-message
    perform write-alert-entry

    move step-name to audit-input-value
    move spaces to audit-result-value
    string "step DEFERRED " function trim(step-params)
           delimited by size into audit-result-value
    perform log-audit-entry

    if wd-count < MAX-WINDOW-DEFERRALS
        add 1 to wd-count
        move step-name to wd-name(wd-count)
        move step-program-id to wd-program(wd-count)
        move proj-late-secs to wd-late-secs(wd-count)
        accept ct-time from time
        move spaces to wd-at(wd-count)
        string ct-hh ":" ct-mi ":" ct-ss
               delimited by size into wd-at(wd-count)
        move next-window to wd-target(wd-count)
    end-if.

append-deferred-entry.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    move proj-late-secs to proj-late-disp

    open extend deferred-list-file
    if deferred-list-status = "05" or deferred-list-status = "35"
        open output deferred-list-file
    end-if
    move spaces to deferred-list-record
    string "PENDING | " function trim(next-window) " | "
           run-date-disp " | run=" dispatch-run-id " | "
           function trim(window-disp) " | "
           function trim(step-name) " | "
           audit-run-date(1:4) "-" audit-run-date(5:2) "-"
           audit-run-date(7:2) " " audit-run-time(1:2) ":"
           audit-run-time(3:2) ":" audit-run-time(5:2)
           " | late=" function trim(proj-late-disp)
           " | - | - | - | " function trim(step-line)
           delimited by size into deferred-list-record
    write deferred-list-record
    close deferred-list-file.

validate-step-program-id.
    move "N" to program-id-ok

show-usage.
    display "Usage: batch-dispatcher -c <control-file> [-o]"
            " [-u <unit>] [-g] [-w <window>] [-k]"
    display "  -k catch-up mode: finds the business dates since the"
    display "  last BALANCED date on BALSTAT.TXT, skips the dates"
    display "  CALENDAR.TXT marks as weekends or holidays, and runs"
    display "  the control file once per missed date in date order"
    display "  (each date pinned as UTILBUSDATE, so it gets its own"
    display "  run number, processing date and WHEN= evaluation),"
    display "  through the current business date; it stops at the"
    display "  first date whose run fails or does not balance (RC 8)"
    display "  and writes a per-date summary to CATCHUP.TXT; -g"
    display "  waives the gate for the first date only"
    display "  -o overrides a live run lock left by a crashed run"
    display "  at end of run a scheduler completion feed is written"
    display "  and catalogued (SCHEDFEED.TXT.gN in REPORTCAT.TXT):"
    display "  start (RC 12, gate report BALGATE.TXT) unless the"
    display "  operator waives it - and the waiver itself is logged"
    display "  to the audit log"
    display "  the run's business date is published to every step"
    display "  as UTILBUSDATE and stamps report headers, catalog"
    display "  generations, trend and extract records, and bus= on"
    display "  every audit record (the audit timestamp stays on the"
    display "  real clock); it is taken from UTILBUSDATE when the"
    display "  caller pins it, else the PROCESSING-DATE control"
    display "  parameter (yyyy-mm-dd, for regression runs), else"
    display "  the system date - moved back a day when the run"
    display "  starts before the BUSINESS-DAY-CUTOFF parameter"
    display "  (hh:mm); business-date-check lists any output whose"
    display "  business date disagrees with its run's"
    display "  -w names the processing window (MORNING, MIDDAY,"
    display "  NIGHT - the default): UTILWINDOW stamps win= on"
    display "  every audit record, the run-state/step-status files"
    display "  held/skip-once step flags set by the step-control"
    display "  transaction (STEPSTAT.TXT) are honored at each step"
    display "  boundary: held steps wait and are re-checked, skipped"
    display "  steps report as OPERATOR-SKIPPED; a step whose READS=,"
    display "  WRITES= or OUT= names a dataset held by master-reorg"
    display "  (lock <ds>.LCK) waits until the reorganization ends"
    display "  DEPT=<code> stamps the step's accounting records with"
    display "  the owning department (default ACCT-DEFAULT-DEPT in"
    display "  CTLPARM.TXT); every executed step appends an"
    display "  accounting journal record (ACCTJRNL.TXT) with elapsed"
    display "  time and records processed for the monthly chargeback"
    display "  report (acct-chargeback); elapsed times and MAXTIME"
    display "  watchdogs run on the date and UTC offset, so steps"
    display "  spanning midnight, month-end or year-end time"
    display "  correctly, and a step whose interval crossed a"
    display "  clock change is flagged CLKCHG on its journal record"
    display "  and reported BDS107I"
    display "  OUT=<ds>[,<ds>...] makes the step's outputs atomic:"
    display "  the named datasets are pointed at <ds>.WORK while"
    display "  the step runs, and only a step ending with an"
    display "  WHEN=<cond>[,<cond>...] schedules the step against"
    display "  CALENDAR.TXT: MONTHEND runs it only on the month's"
    display "  last business day, BDAY=<n> only on the Nth business"
    display "  day, SKIPHOL skips it on holidays, FPEND, FQEND and"
    display "  FYEND run it only on the last business day of the"
    display "  fiscal period, quarter or year (fiscal calendar loaded"
    display "  by calendar-load -p); one control file"
    display "  with calendar conditions replaces the daily/"
    display "  month-end/quarter-end copies, and calendar-skipped"
    display "  steps are recorded in STEPSTAT.TXT (flag C) so"
    display "  SET <name> <value> defines a symbol; &name substitutes"
    display "  anywhere on a step line (&DATE and &RUNID are built in);"
    display "  INCLUDE <file> pulls in a shared step member (one level)"
    display "  RETRY=<n> reruns a failing step up to n more times"
    display "  (at most 9), RETRYWAIT=<seconds> apart (default 30);"
    display "  RETRYRC=<rc>[,<rc>...] limits retries to those return"
    display "  codes (default any failing RC other than a STOPPED"
    display "  RC 8 or a MAXTIME kill); every attempt is recorded in"
    display "  the run-state file, the accounting journal, and the"
    display "  audit log, only a failed final attempt raises the"
    display "  FAIL alert, and the report shows the attempts taken;"
    display "  a retrying step never joins a parallel group"
    display "  ARRIVAL=<partner> makes the step wait for the partner's"
    display "  arrival batch for the run date to be registered clean"
    display "  (STAGED) in ARRIVALS.TXT by feed-gateway; the waiting"
    display "  step is deferred and independent steps keep running,"
    display "  with the register re-checked between steps and at end"
    display "  of the control file; CUTOFF=hh:mm (default control"
    display "  parameter ARRIVAL-CUTOFF, else 23:59) ends the wait -"
    display "  a step still waiting is reported NOT-ARRIVED with a"
    display "  FAIL alert and a not-arrived record in STEPSTAT.TXT"
    display "  (flag N), and its dependents are skipped like any"
    display "  failed predecessor's"
    display "  an arrival batch with an unreviewed grade-A hit on the"
    display "  watch-list review queue SCREENQ.TXT (watchlist-screen)"
    display "  is held: the step waits as for a missing arrival until"
    display "  the hit is reviewed, and is NOT-ARRIVED at the cut-off"
    display "  every FAILED, TIMED-OUT or NOT-ARRIVED step opens an"
    display "  incident in INCIDENTS.TXT (numbered from"
    display "  INCIDENTNO.TXT) carrying the run number, step,"
    display "  program and RC; operators record cause, fix and"
    display "  closure with incident-log"
    display "  after the control file, the approved ad-hoc requests"
    display "  in ADHOCREQ.TXT (adhoc-request) for the run's window"
    display "  run as extra steps named ADHOC-<request-id>, charged"
    display "  DEPT=<requester's department>, once the requester is"
    display "  confirmed in OPERAUTH.TXT for the program; the run"
    display "  number, RC and outcome are written back on the request"
    display "  each step's AFTER= predecessors and READS=/WRITES=/OUT="
    display "  datasets are recorded by run in STEPDEPS.TXT, which"
    display "  alert-router uses to correlate one run's alerts"
    display "  each executed step's ready, start and end times (secs"
    display "  from run start) and the seconds it lost to holds,"
    display "  dataset locks, serialization and the parallel limit"
    display "  are written to STEPTIME.TXT (rewritten each run and"
    display "  qualified like RUNSTATE) for run-critical-path"
    display "  PRIO=CRITICAL|NORMAL|DEFERRABLE classes a step (default"
    display "  NORMAL); with a window deadline in CTLPARM.TXT"
    display "  (CUTOFF-<window>, else WINDOW-CUTOFF, as hhmm) the"
    display "  remaining steps are projected from the elapsed"
    display "  history before each step, and while the run projects"
    display "  past the deadline DEFERRABLE steps (and steps AFTER="
    display "  them) are DEFERRED: a WARN alert BDS105W is raised,"
    display "  the step goes on the deferred list DEFERRED.TXT"
    display "  (qualified by unit) for the next window (control"
    display "  parameter WINDOW-AFTER-<window>, default NIGHT then"
    display "  MORNING then MIDDAY), and its parallel slot goes to"
    display "  PAR=Y CRITICAL steps; the next window runs its pending"
    display "  deferred steps after its own control file (BDS106I)"
    display "  and writes the outcome back on the list, and each"
    display "  deferral is a type F record in the completion feed"
    display "  NAME=<step> [AFTER=...] DECIDE [TIMEOUT=<mins>]"
    display "  [DEFAULT=CONTINUE|SKIP-REST|ABORT] <question> is an"
    display "  operator decision point: a WARN alert BDS108W carries"
    display "  the question, steps naming it in AFTER= are held while"
    display "  later steps keep running, and the dispatcher checks"
    display "  between steps and at end of the control file for"
    display "  CONTINUE, SKIP-REST or ABORT <step> from the"
    display "  step-control transaction or a reply file"
    display "  DECISION.<step>.<STEPSTAT suffix> holding ""<reply> |"
    display "  <operator>""; the replying operator must be authorized"
    display "  for batch-dispatcher or step-control in OPERAUTH.TXT"
    display "  (refused replies raise BDS110W); with no reply within"
    display "  TIMEOUT (control parameter DECISION-TIMEOUT-MINS,"
    display "  default 60) the DEFAULT action applies (control"
    display "  parameter DECISION-DEFAULT, default SKIP-REST) with"
    display "  alert BDS109W; CONTINUE lets the dependent steps run,"
    display "  SKIP-REST skips them, ABORT ends the run there (RC 8,"
    display "  FAIL alert BDS205E); the reply, operator and route are"
    display "  recorded in RUNSTATE (DECIDED) and the audit log"
    display "  a run started while run-heartbeat's last check in"
    display "  HEARTBEAT.TXT is older than HEARTBEAT-STALE-MINS"
    display "  (default 30) is reported with WARN alert BDS111W"
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
           function trim(audit-timestamp-disp) " | run="
           audit-run-id " | "
           function trim(alert-severity) " | "
           alert-msg-id " "
           function trim(alert-message)
           delimited by size into alert-file-record
    write alert-file-record

    close alert-file.

run-deferred-steps.
    move 0 to dq-count
    open input deferred-list-file
    if deferred-list-status <> "00"
        exit paragraph
    end-if

    read deferred-list-file
    perform until deferred-list-status = "10"
        perform parse-deferred-record
        if df-state = "PENDING"
           and df-target = window-disp
           and dq-count < MAX-DEFERRED-RUNS
            add 1 to dq-count
            move df-from-date to dq-from-date(dq-count)
            move df-from-run to dq-from-run(dq-count)
            move df-name to dq-name(dq-count)
            move df-line to dq-line(dq-count)
            move spaces to dq-state(dq-count)
            move "-" to dq-rc(dq-count)
            move "-" to dq-run-ts(dq-count)
        end-if
        read deferred-list-file
    end-perform

    close deferred-list-file

    if dq-count = 0
        exit paragraph
    end-if

    move spaces to report-file-record
    write report-file-record
    move dq-count to step-rc-disp
    move spaces to report-file-record
    string "Steps deferred into the "
           function trim(window-disp) " window: "
           function trim(step-rc-disp)
           delimited by size into report-file-record
    write report-file-record

    set replaying-deferred to true
    perform varying dq-idx from 1 by 1 until dq-idx > dq-count
        perform run-one-deferred-step
    end-perform
    move "N" to replay-flag

    perform write-back-deferred-results.

run-one-deferred-step.
    move spaces to report-file-record
    string function trim(dq-name(dq-idx))
           ": BDS106I released from the deferred list (deferred "
           dq-from-date(dq-idx) " " function trim(dq-from-run(dq-idx))
           ")" delimited by size into report-file-record
    write report-file-record

    move dq-line(dq-idx) to step-line
    perform process-step-line
    perform flush-parallel-group

    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    move spaces to dq-run-ts(dq-idx)
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-"
           audit-run-date(7:2) " " audit-run-time(1:2) ":"
           audit-run-time(3:2) ":" audit-run-time(5:2)
           delimited by size into dq-run-ts(dq-idx)

    move "RUN-OK" to dq-state(dq-idx)
    if hist-count > 0 and hist-name(hist-count) = step-name
        evaluate hist-state(hist-count)
            when "F"
                move "REDEFERRED" to dq-state(dq-idx)
            when "S"
            when "N"
                move "SKIPPED" to dq-state(dq-idx)
            when other
                if hist-rc(hist-count) <> 0
                    move "RUN-FAILED" to dq-state(dq-idx)
                end-if
        end-evaluate
        move hist-rc(hist-count) to step-rc-disp
        move step-rc-disp to dq-rc(dq-idx)
    end-if
    if dq-state(dq-idx) <> "REDEFERRED"
        add 1 to deferred-replayed
    end-if

    move dq-name(dq-idx) to audit-input-value
    move spaces to audit-result-value
    string "DEFERRED STEP " function trim(dq-state(dq-idx))
           " (deferred " dq-from-date(dq-idx) " "
           function trim(dq-from-run(dq-idx)) ")"
           delimited by size into audit-result-value
    perform log-audit-entry.

keep-replayed-predecessors.
    move spaces to replay-after
    move 1 to replay-after-ptr
    move 1 to pred-ptr
    perform until pred-ptr > length of step-after
            or step-after(pred-ptr:) = spaces
        move spaces to pred-name
        unstring step-after
            delimited by all ","
            into pred-name
            with pointer pred-ptr
        end-unstring
        if pred-name <> spaces
            perform varying dq-scan-idx from 1 by 1
                    until dq-scan-idx > dq-count
                if dq-name(dq-scan-idx) = pred-name
                    if replay-after-ptr > 1
                        string "," delimited by size
                            into replay-after
                            with pointer replay-after-ptr
                    end-if
                    string function trim(pred-name)
                           delimited by size
                        into replay-after
                        with pointer replay-after-ptr
                    exit perform
                end-if
            end-perform
        end-if
    end-perform
    move replay-after to step-after.

parse-deferred-record.
    move spaces to df-state
    move spaces to df-target
    move spaces to df-from-date
    move spaces to df-from-run
    move spaces to df-from-window
    move spaces to df-name
    move spaces to df-when
    move spaces to df-late
    move spaces to df-run
    move spaces to df-rc
    move spaces to df-run-ts
    move spaces to df-line

    if function trim(deferred-list-record) = spaces
       or deferred-list-record(1:1) = "*"
        exit paragraph
    end-if

    unstring deferred-list-record delimited by " | "
        into df-state, df-target, df-from-date, df-from-run,
             df-from-window, df-name, df-when, df-late,
             df-run, df-rc, df-run-ts, df-line
    end-unstring.

write-back-deferred-results.
    open output deferred-work
    if deferred-work-status <> "00"
        exit paragraph
    end-if

    open input deferred-list-file
    read deferred-list-file
    perform until deferred-list-status = "10"
        move deferred-list-record to deferred-work-record
        perform parse-deferred-record
        perform varying dq-idx from 1 by 1 until dq-idx > dq-count
            if df-state = "PENDING"
               and dq-from-date(dq-idx) = df-from-date
               and dq-from-run(dq-idx) = df-from-run
               and dq-name(dq-idx) = df-name
               and dq-state(dq-idx) <> spaces
                perform build-deferred-result-line
                move new-deferred-line to deferred-work-record
                exit perform
            end-if
        end-perform
        write deferred-work-record
        read deferred-list-file
    end-perform
    close deferred-list-file
    close deferred-work

    open input deferred-work
    open output deferred-list-file
    read deferred-work
    perform until deferred-work-status = "10"
        move deferred-work-record to deferred-list-record
        write deferred-list-record
        read deferred-work
    end-perform
    close deferred-work
    close deferred-list-file

    call "CBL_DELETE_FILE" using deferred-work-name
        returning del-status
    end-call.

build-deferred-result-line.
    move spaces to new-deferred-line
    string function trim(dq-state(dq-idx)) " | "
           function trim(df-target) " | "
           df-from-date " | "
           function trim(df-from-run) " | "
           function trim(df-from-window) " | "
           function trim(df-name) " | "
           df-when " | "
           function trim(df-late) " | "
           "run=" dispatch-run-id " | "
           function trim(dq-rc(dq-idx)) " | "
           dq-run-ts(dq-idx) " | "
           function trim(df-line)
           delimited by size into new-deferred-line.

run-adhoc-requests.
    move dispatch-window to adhoc-window
    if adhoc-window = spaces
        move "NIGHT" to adhoc-window
    end-if

    move 0 to adhoc-count
    open input adhoc-file
    if adhoc-status <> "00"
        exit paragraph
    end-if

    read adhoc-file
    perform until adhoc-status = "10"
        perform parse-adhoc-record
        if ah-rec-state = "APPROVED"
           and ah-rec-window = adhoc-window
           and adhoc-count < MAX-ADHOC-RUNS
            add 1 to adhoc-count
            move ah-rec-id to aq-id(adhoc-count)
            move ah-rec-program to aq-program(adhoc-count)
            move ah-rec-args to aq-args(adhoc-count)
            move ah-rec-requester to aq-requester(adhoc-count)
            move ah-rec-dept to aq-dept(adhoc-count)
            move spaces to aq-state(adhoc-count)
            move "-" to aq-rc(adhoc-count)
            move "-" to aq-run-ts(adhoc-count)
        end-if
        read adhoc-file
    end-perform

    close adhoc-file

    if adhoc-count = 0
        exit paragraph
    end-if

    move spaces to report-file-record
    write report-file-record
    move adhoc-count to step-rc-disp
    move spaces to report-file-record
    string "Approved ad-hoc requests for the "
           function trim(adhoc-window) " window: "
           function trim(step-rc-disp)
           delimited by size into report-file-record
    write report-file-record

    perform varying adhoc-idx from 1 by 1
            until adhoc-idx > adhoc-count
        perform run-one-adhoc-request
    end-perform

    perform write-back-adhoc-results.

run-one-adhoc-request.
    perform check-adhoc-authority

    if not adhoc-authorized
        add 1 to adhoc-refused
        move "REFUSED" to aq-state(adhoc-idx)
        perform stamp-adhoc-result
        move spaces to report-file-record
        string "ADHOC-" function trim(aq-id(adhoc-idx))
               ": REFUSED (requester "
               function trim(aq-requester(adhoc-idx))
               " is not authorized for "
               function trim(aq-program(adhoc-idx))
               " in OPERAUTH.TXT)"
               delimited by size into report-file-record
        write report-file-record
        move aq-id(adhoc-idx) to audit-input-value
        move spaces to audit-result-value
        string "ADHOC REFUSED: requester "
               function trim(aq-requester(adhoc-idx))
               " not authorized for "
               function trim(aq-program(adhoc-idx))
               delimited by size into audit-result-value
        perform log-audit-entry
        exit paragraph
    end-if

    move spaces to step-line
    if aq-args(adhoc-idx) = "-" or aq-args(adhoc-idx) = spaces
        string "NAME=ADHOC-" function trim(aq-id(adhoc-idx))
               " DEPT=" function trim(aq-dept(adhoc-idx)) " "
               function trim(aq-program(adhoc-idx))
               delimited by size into step-line
    else
        string "NAME=ADHOC-" function trim(aq-id(adhoc-idx))
               " DEPT=" function trim(aq-dept(adhoc-idx)) " "
               function trim(aq-program(adhoc-idx)) " "
               function trim(aq-args(adhoc-idx))
               delimited by size into step-line
    end-if

    perform process-step-line
    perform flush-parallel-group

    add 1 to adhoc-ran
    if step-rc = 0
        move "RUN-OK" to aq-state(adhoc-idx)
    else
        move "RUN-FAILED" to aq-state(adhoc-idx)
    end-if
    move step-rc to step-rc-disp
    move step-rc-disp to aq-rc(adhoc-idx)
    perform stamp-adhoc-result

    move aq-id(adhoc-idx) to audit-input-value
    move spaces to audit-result-value
    string "ADHOC " function trim(aq-state(adhoc-idx))
           ": " function trim(aq-program(adhoc-idx))
           " RC=" function trim(step-rc-disp)
           " requested by " function trim(aq-requester(adhoc-idx))
           delimited by size into audit-result-value
    perform log-audit-entry.

stamp-adhoc-result.
    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    move spaces to aq-run-ts(adhoc-idx)
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           " " audit-run-time(1:2) ":" audit-run-time(3:2) ":" audit-run-time(5:2)
           delimited by size into aq-run-ts(adhoc-idx).

check-adhoc-authority.
    move "N" to adhoc-auth-flag

    open input operauth-file
    if operauth-status <> "00"
        set adhoc-authorized to true
        exit paragraph
    end-if

    read operauth-file
    perform until operauth-status = "10" or adhoc-authorized
        if function trim(operauth-record) <> spaces
           and operauth-record(1:1) <> "*"
            perform scan-adhoc-operauth-record
        end-if
        read operauth-file
    end-perform

    close operauth-file.

scan-adhoc-operauth-record.
    move spaces to oa-operator
    move spaces to oa-programs
    move spaces to oa-rec-level

    unstring operauth-record delimited by " | "
        into oa-operator, oa-programs, oa-rec-level
    end-unstring

    if oa-operator <> aq-requester(adhoc-idx)
        exit paragraph
    end-if

    if oa-programs = "ALL"
        set adhoc-authorized to true
        exit paragraph
    end-if

    move 1 to oa-ptr
    perform until adhoc-authorized
            or oa-ptr > length of oa-programs
            or oa-programs(oa-ptr:) = spaces
        move spaces to oa-token
        unstring oa-programs
            delimited by all ","
            into oa-token
            with pointer oa-ptr
        end-unstring
        if oa-token = aq-program(adhoc-idx)
            set adhoc-authorized to true
        end-if
    end-perform.

parse-adhoc-record.
    move spaces to ah-rec-id
    move spaces to ah-rec-state
    move spaces to ah-rec-program
    move spaces to ah-rec-dept
    move spaces to ah-rec-window
    move spaces to ah-rec-requester
    move spaces to ah-rec-raised
    move spaces to ah-rec-reason
    move spaces to ah-rec-args
    move spaces to ah-rec-decided-by
    move spaces to ah-rec-decided
    move spaces to ah-rec-run-id
    move spaces to ah-rec-rc
    move spaces to ah-rec-run-ts
    move spaces to ah-rec-note

    if function trim(adhoc-record) = spaces
       or adhoc-record(1:1) = "*"
        exit paragraph
    end-if

    unstring adhoc-record delimited by " | "
        into ah-rec-id, ah-rec-state, ah-rec-program,
             ah-rec-dept, ah-rec-window, ah-rec-requester,
             ah-rec-raised, ah-rec-reason, ah-rec-args,
             ah-rec-decided-by, ah-rec-decided, ah-rec-run-id,
             ah-rec-rc, ah-rec-run-ts, ah-rec-note
    end-unstring.

write-back-adhoc-results.
    open output adhoc-work
    if adhoc-work-status <> "00"
        exit paragraph
    end-if

    open input adhoc-file
    read adhoc-file
    perform until adhoc-status = "10"
        move adhoc-record to adhoc-work-record
        perform parse-adhoc-record
        perform varying adhoc-idx from 1 by 1
                until adhoc-idx > adhoc-count
            if aq-id(adhoc-idx) = ah-rec-id
               and aq-state(adhoc-idx) <> spaces
                perform build-adhoc-result-line
                move new-adhoc-line to adhoc-work-record
                exit perform
            end-if
        end-perform
        write adhoc-work-record
        read adhoc-file
    end-perform
    close adhoc-file
    close adhoc-work

    open input adhoc-work
    open output adhoc-file
    read adhoc-work
    perform until adhoc-work-status = "10"
        move adhoc-work-record to adhoc-record
        write adhoc-record
        read adhoc-work
    end-perform
    close adhoc-work
    close adhoc-file

    call "CBL_DELETE_FILE" using adhoc-work-name
        returning del-status
    end-call.

build-adhoc-result-line.
    move spaces to new-adhoc-line
    string function trim(ah-rec-id) " | "
           function trim(aq-state(adhoc-idx)) " | "
           function trim(ah-rec-program) " | "
           function trim(ah-rec-dept) " | "
           function trim(ah-rec-window) " | "
           function trim(ah-rec-requester) " | "
           ah-rec-raised " | "
           function trim(ah-rec-reason) " | "
           function trim(ah-rec-args) " | "
           function trim(ah-rec-decided-by) " | "
           function trim(ah-rec-decided) " | "
           dispatch-run-id " | "
           function trim(aq-rc(adhoc-idx)) " | "
           aq-run-ts(adhoc-idx) " | "
           function trim(ah-rec-note)
           delimited by size into new-adhoc-line.

open-step-incident.
    move 0 to incident-no
    open input incidentno-file
    if incidentno-status = "00"
        read incidentno-file
        if incidentno-status = "00"
            move incidentno-record to incident-no
        end-if
        close incidentno-file
    end-if
    add 1 to incident-no
    open output incidentno-file
    move incident-no to incidentno-record
    write incidentno-record
    close incidentno-file
    move incident-no to incident-no-disp

    accept audit-run-date from date yyyymmdd
    accept audit-run-time from time
    move spaces to audit-timestamp-disp
    string audit-run-date(1:4) "-" audit-run-date(5:2) "-" audit-run-date(7:2)
           " " audit-run-time(1:2) ":" audit-run-time(3:2) ":" audit-run-time(5:2)
           delimited by size into audit-timestamp-disp

    open extend incident-file
    if incident-status = "05" or incident-status = "35"
        open output incident-file
    end-if

    move spaces to incident-record
    string "INC" incident-no-disp " | OPEN | run="
           dispatch-run-id " | "
           function trim(step-name) " | "
           function trim(step-program-id) " | "
           function trim(incident-rc-text) " | "
           function trim(incident-outcome) " | "
           function trim(audit-timestamp-disp)
           " | - | - | - | - | -"
           delimited by size into incident-record
    write incident-record

    close incident-file

    move spaces to report-file-record
    string "              incident INC" incident-no-disp
           " opened (" function trim(incident-outcome) ")"
           delimited by size into report-file-record
    write report-file-record.

check-operator-authority.
    perform resolve-audit-operator

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
