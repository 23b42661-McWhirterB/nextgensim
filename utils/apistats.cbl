       identification division.
       program-id. apistats.

       environment division.
       input-output section.
           select journal-file assign to
               "./NGM/logs/api_journal.dat"
                             organization is line sequential
                             file status is journal-status.
           select stats-report-file assign to
               "./reports/api_stats.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd journal-file.
           01 journal-record pic x(100).
           fd stats-report-file.
           01 stats-report-record pic x(132).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 run-date          pic 9(8).
           05 report-date       pic 9(8).
           05 report-status     pic x(2).
           05 poll-ms           pic 9(3) value 250.
           05 disp-count        pic z(5)9.
           05 disp-ms           pic z(5)9.
           05 disp-pct          pic zz9.9.
           05 disp-hour         pic 99.

       01  journal-scan.
           05 journal-status    pic x(2).
           05 journal-eof-switch pic x(1) value "N".
               88 end-of-journal value "Y".
           05 journal-line      pic x(100).
           05 jn-date-fld       pic x(8).
           05 jn-time-fld       pic x(8).
           05 jn-program        pic x(12).
           05 jn-verb           pic x(16).
           05 jn-ticket         pic x(10).
           05 jn-polls-fld      pic x(4).
           05 jn-outcome        pic x(12).
           05 jn-queued         pic x(1).
           05 jn-polls          pic 9(2).
           05 jn-hour           pic 9(2).
           05 lines-read        pic 9(7) value 0.

       01  verb-table.
           05 verb-count        pic 9(2) value 0.
           05 verbs-dropped     pic 9(5) value 0.
           05 verb-idx          pic 9(2).
           05 verb-found-switch pic x(1).
               88 verb-found value "Y".
           05 verb-entry occurs 41 times.
               10 vb-verb       pic x(16).
               10 vb-calls      pic 9(6).
               10 vb-ok         pic 9(6).
               10 vb-stale      pic 9(6).
               10 vb-error      pic 9(6).
               10 vb-nowait     pic 9(6).
               10 vb-queued     pic 9(6).
               10 vb-timed      pic 9(6).
               10 vb-max-polls  pic 9(2).
               10 vb-poll-count pic 9(6) occurs 42 times.

       01  percentile-work.
           05 poll-idx          pic 9(2).
           05 pct-target        pic 9(6).
           05 pct-running       pic 9(6).
           05 pct-wanted        pic 9(3).
           05 pct-polls         pic 9(2).
           05 pct-found-switch  pic x(1).
               88 pct-found value "Y".
           05 stale-rate        pic 9(3)v9.

       01  hour-table.
           05 hour-idx          pic 9(2).
           05 hour-jdx          pic 9(2).
           05 hour-entry occurs 24 times.
               10 hr-hour       pic 9(2).
               10 hr-calls      pic 9(6).
               10 hr-failed     pic 9(6).
               10 hr-stale      pic 9(6).
           05 hour-hold.
               10 hh-hour       pic 9(2).
               10 hh-calls      pic 9(6).
               10 hh-failed     pic 9(6).
               10 hh-stale      pic 9(6).
           05 worst-shown       pic 9(1) value 0.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           display "=== API CALL STATISTICS ==="
           compute report-date = function date-of-integer(
               function integer-of-date(run-date) - 1)
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:5) = "DATE="
               and command-line-arg(6:8) is numeric
               move command-line-arg(6:8) to report-date
           end-if
           perform 050-init-tables
           perform 100-scan-journal
           open output stats-report-file
           if report-status not = "00"
               display "Could not open api stats report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 400-write-report
           close stats-report-file
           move lines-read to disp-count
           display "Journal lines for " report-date ": " disp-count
           stop run.

       050-init-tables.
           move 1 to verb-count
           move "ALL COMMANDS" to vb-verb(1)
           move 1 to verb-idx
           perform 120-clear-verb
           perform 055-clear-hour
               varying hour-idx from 1 by 1
               until hour-idx > 24.

       055-clear-hour.
           compute hr-hour(hour-idx) = hour-idx - 1
           move 0 to hr-calls(hour-idx) hr-failed(hour-idx)
               hr-stale(hour-idx).

       100-scan-journal.
           move "N" to journal-eof-switch
           open input journal-file
           if journal-status = "00"
               perform 110-read-journal-line
                   until end-of-journal
               close journal-file
           end-if.

       110-read-journal-line.
           read journal-file into journal-line
               at end move "Y" to journal-eof-switch
           end-read
           if end-of-journal
               exit paragraph
           end-if
           move spaces to jn-date-fld jn-time-fld jn-program jn-verb
               jn-ticket jn-polls-fld jn-outcome jn-queued
           unstring journal-line delimited by '|'
               into jn-date-fld jn-time-fld jn-program jn-verb
                   jn-ticket jn-polls-fld jn-outcome jn-queued
           end-unstring
           if jn-date-fld not = report-date
               exit paragraph
           end-if
           add 1 to lines-read
           compute jn-polls = function numval(jn-polls-fld)
           if jn-polls > 41
               move 41 to jn-polls
           end-if
           move 1 to verb-idx
           perform 130-tally-line
           perform 115-find-verb
           if verb-found
               perform 130-tally-line
           end-if
           if jn-queued = "Y" or jn-outcome = "NOWAIT"
               exit paragraph
           end-if
           if jn-time-fld(1:2) is numeric
               move jn-time-fld(1:2) to jn-hour
               if jn-hour < 24
                   add 1 to jn-hour
                   add 1 to hr-calls(jn-hour)
                   if jn-outcome not = "SUCCESS"
                       add 1 to hr-failed(jn-hour)
                   end-if
                   if jn-outcome = "STALE"
                       add 1 to hr-stale(jn-hour)
                   end-if
               end-if
           end-if.

       115-find-verb.
           move "N" to verb-found-switch
           perform 117-match-verb
               varying verb-idx from 2 by 1
               until verb-idx > verb-count or verb-found
           if verb-found
               subtract 1 from verb-idx
               exit paragraph
           end-if
           if verb-count >= 41
               add 1 to verbs-dropped
               exit paragraph
           end-if
           add 1 to verb-count
           move verb-count to verb-idx
           move jn-verb to vb-verb(verb-idx)
           perform 120-clear-verb
           move "Y" to verb-found-switch.

       117-match-verb.
           if vb-verb(verb-idx) = jn-verb
               move "Y" to verb-found-switch
           end-if.

       120-clear-verb.
           move 0 to vb-calls(verb-idx) vb-ok(verb-idx)
               vb-stale(verb-idx) vb-error(verb-idx)
               vb-nowait(verb-idx) vb-queued(verb-idx)
               vb-timed(verb-idx) vb-max-polls(verb-idx)
           perform 125-clear-poll-bucket
               varying poll-idx from 1 by 1
               until poll-idx > 42.

       125-clear-poll-bucket.
           move 0 to vb-poll-count(verb-idx poll-idx).

       130-tally-line.
           if jn-queued = "Y"
               add 1 to vb-queued(verb-idx)
               exit paragraph
           end-if
           add 1 to vb-calls(verb-idx)
           evaluate jn-outcome
               when "SUCCESS"
                   add 1 to vb-ok(verb-idx)
               when "STALE"
                   add 1 to vb-stale(verb-idx)
               when "NOWAIT"
                   add 1 to vb-nowait(verb-idx)
                   exit paragraph
               when other
                   add 1 to vb-error(verb-idx)
           end-evaluate
           add 1 to vb-timed(verb-idx)
           add 1 to vb-poll-count(verb-idx jn-polls + 1)
           if jn-polls > vb-max-polls(verb-idx)
               move jn-polls to vb-max-polls(verb-idx)
           end-if.

       400-write-report.
           move spaces to stats-report-record
           string '=== API CALL STATISTICS FOR ' delimited size
               report-date delimited size
               ' ===' delimited size
               into stats-report-record
           write stats-report-record
           move spaces to stats-report-record
           string 'LATENCY IS POLLS OF THE RESPONSE FILE x '
               delimited size
               poll-ms delimited size
               'MS. STALE = GAVE UP WITHOUT A REPLY.'
               delimited size
               into stats-report-record
           write stats-report-record
           move spaces to stats-report-record
           write stats-report-record
           move 'COMMAND              CALLS      OK   STALE   ERROR'
               to stats-report-record
           move 'NOWAIT  QUEUED  STALE%   P50MS   P90MS   P99MS   MAXMS'
               to stats-report-record(53:56)
           write stats-report-record
           perform 410-write-verb-line
               varying verb-idx from 2 by 1
               until verb-idx > verb-count
           move spaces to stats-report-record
           write stats-report-record
           move 1 to verb-idx
           perform 410-write-verb-line
           if verbs-dropped > 0
               move spaces to stats-report-record
               move 'SOME COMMANDS NOT LISTED - TABLE FULL'
                   to stats-report-record
               write stats-report-record
           end-if
           perform 450-write-worst-hours.

       410-write-verb-line.
           move spaces to stats-report-record
           move vb-verb(verb-idx) to stats-report-record(1:16)
           move vb-calls(verb-idx) to disp-count
           move disp-count to stats-report-record(20:6)
           move vb-ok(verb-idx) to disp-count
           move disp-count to stats-report-record(28:6)
           move vb-stale(verb-idx) to disp-count
           move disp-count to stats-report-record(36:6)
           move vb-error(verb-idx) to disp-count
           move disp-count to stats-report-record(44:6)
           move vb-nowait(verb-idx) to disp-count
           move disp-count to stats-report-record(53:6)
           move vb-queued(verb-idx) to disp-count
           move disp-count to stats-report-record(61:6)
           if vb-timed(verb-idx) > 0
               compute stale-rate rounded =
                   vb-stale(verb-idx) * 100 / vb-timed(verb-idx)
               move stale-rate to disp-pct
               move disp-pct to stats-report-record(69:5)
               move 50 to pct-wanted
               perform 420-find-percentile
               compute disp-ms = pct-polls * poll-ms
               move disp-ms to stats-report-record(77:6)
               move 90 to pct-wanted
               perform 420-find-percentile
               compute disp-ms = pct-polls * poll-ms
               move disp-ms to stats-report-record(85:6)
               move 99 to pct-wanted
               perform 420-find-percentile
               compute disp-ms = pct-polls * poll-ms
               move disp-ms to stats-report-record(93:6)
               compute disp-ms = vb-max-polls(verb-idx) * poll-ms
               move disp-ms to stats-report-record(101:6)
           else
               move '-' to stats-report-record(73:1)
           end-if
           write stats-report-record.

       420-find-percentile.
           compute pct-target =
               (vb-timed(verb-idx) * pct-wanted + 99) / 100
           if pct-target = 0
               move 1 to pct-target
           end-if
           move 0 to pct-running pct-polls
           move "N" to pct-found-switch
           perform 425-add-bucket
               varying poll-idx from 1 by 1
               until poll-idx > 42 or pct-found.

       425-add-bucket.
           add vb-poll-count(verb-idx poll-idx) to pct-running
           if pct-running >= pct-target
               compute pct-polls = poll-idx - 1
               move "Y" to pct-found-switch
           end-if.

       450-write-worst-hours.
           perform 460-sort-pass
               varying hour-idx from 1 by 1
               until hour-idx > 23
           move spaces to stats-report-record
           write stats-report-record
           move 'WORST HOURS (MOST FAILED CALLS):'
               to stats-report-record
           write stats-report-record
           move 'HOUR   CALLS  FAILED   STALE' to stats-report-record
           write stats-report-record
           move 0 to worst-shown
           perform 470-write-hour-line
               varying hour-idx from 1 by 1
               until hour-idx > 3
           if worst-shown = 0
               move '  NO FAILED CALLS' to stats-report-record
               write stats-report-record
           end-if.

       460-sort-pass.
           perform 465-sort-compare
               varying hour-jdx from 1 by 1
               until hour-jdx > 24 - hour-idx.

       465-sort-compare.
           if hr-failed(hour-jdx) < hr-failed(hour-jdx + 1)
               move hour-entry(hour-jdx) to hour-hold
               move hour-entry(hour-jdx + 1) to hour-entry(hour-jdx)
               move hour-hold to hour-entry(hour-jdx + 1)
           end-if.

       470-write-hour-line.
           if hr-failed(hour-idx) = 0
               exit paragraph
           end-if
           add 1 to worst-shown
           move spaces to stats-report-record
           move hr-hour(hour-idx) to disp-hour
           move disp-hour to stats-report-record(1:2)
           move ':00' to stats-report-record(3:3)
           move hr-calls(hour-idx) to disp-count
           move disp-count to stats-report-record(7:6)
           move hr-failed(hour-idx) to disp-count
           move disp-count to stats-report-record(15:6)
           move hr-stale(hour-idx) to disp-count
           move disp-count to stats-report-record(23:6)
           write stats-report-record.

       end program apistats.
