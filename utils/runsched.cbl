               "./NGM/logs/runsched_chkpt.dat"
                             organization is line sequential
                             file status is checkpoint-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select report-file assign to report-path
                             organization is line sequential
                             file status is report-status.
           select generation-file assign to generation-path
                             organization is line sequential
                             file status is generation-status.
           select index-file assign to
               "./reports/report_index.dat"
                             organization is line sequential
                             file status is index-status.
           select index-temp-file assign to
               "./reports/report_index.tmp"
                             organization is line sequential
                             file status is index-temp-status.

       data division.
       file section.
           01 runcontrol-record pic x(150).
           fd checkpoint-file.
           01 checkpoint-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd report-file.
           01 report-record pic x(250).
           fd generation-file.
           01 generation-record pic x(250).
           fd index-file.
           01 index-record pic x(150).
           fd index-temp-file.
           01 index-temp-record pic x(150).

       working-storage section.
       01  run-control.

       01  step-runner.
           05 step-command      pic x(150).
           05 step-rc           pic s9(4) value 0.
           05 disp-step         pic zz9.
           05 disp-count        pic zz9.

       01  report-generations.
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).
           05 report-keep-days  pic 9(3) value 30.
           05 report-status     pic x(2).
           05 report-eof-switch pic x(1) value "N".
               88 end-of-report value "Y".
           05 report-path       pic x(60).
           05 generation-status pic x(2).
           05 generation-path   pic x(60).
           05 report-stem       pic x(30).
           05 report-records    pic 9(7) value 0.
           05 rp-count          pic 9(2) value 0.
           05 rp-idx            pic 9(2).
           05 rp-entry occurs 60 times.
               10 rp-step       pic x(20).
               10 rp-file       pic x(30).
           05 gen-count         pic 9(3) value 0.
           05 gen-idx           pic 9(3).
           05 gen-entry occurs 200 times.
               10 gen-line      pic x(150).
               10 gen-report    pic x(30).
           05 gen-status        pic x(6).
           05 gen-time          pic 9(8).
           05 disp-records      pic z(6)9.

       01  report-index.
           05 index-status      pic x(2).
           05 index-temp-status pic x(2).
           05 index-eof-switch  pic x(1) value "N".
               88 end-of-index value "Y".
           05 index-line        pic x(150).
           05 ix-date-fld       pic x(8).
           05 ix-time-fld       pic x(6).
           05 ix-step-fld       pic x(20).
           05 ix-report-fld     pic x(30).
           05 ix-generation-fld pic x(60).
           05 ix-records-fld    pic x(7).
           05 ix-status-fld     pic x(6).
           05 ix-keep-switch    pic x(1).
               88 ix-keep-line value "Y".
           05 keep-cutoff-date  pic 9(8).
           05 generations-pruned pic 9(5) value 0.
           05 del-command       pic x(100).

       procedure division.
       000-main.
           accept today-date from date yyyymmdd
           move today-date(7:2) to run-day-of-month
           display "=== NGM NIGHTLY BATCH DRIVER ==="
           perform 005-read-arguments
           perform 007-load-keep-days
           perform 010-read-checkpoint
           perform 040-load-report-list
           if chkpt-step > 0
               move chkpt-step to disp-step
               display "Resuming after completed step " disp-step
               display "(interrupted run of " chkpt-date ")"
           end-if
           perform 100-run-steps
           perform 200-rewrite-report-index
           if not run-has-failed
               if not is-selective-run
                   perform 030-clear-checkpoint
                   " not be touched."
           end-if.

       007-load-keep-days.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 008-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if.

       008-read-tunable-line.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if not end-of-tunables
               move spaces to tunable-name tunable-value-fld
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               if tunable-name = "REPORT-KEEP-DAYS"
                   and function numval(tunable-value-fld) > 0
                   compute report-keep-days =
                       function numval(tunable-value-fld)
               end-if
           end-if.

       010-read-checkpoint.
           open input checkpoint-file
           if checkpoint-status = "00"
               close checkpoint-file
           end-if.

       040-load-report-list.
           move 0 to rp-count
           move "N" to control-eof-switch
           open input runcontrol-file
           if runcontrol-status = "00"
               perform 045-read-report-line
                   until end-of-control
               close runcontrol-file
           end-if.

       045-read-report-line.
           read runcontrol-file
               at end move "Y" to control-eof-switch
           end-read
           if not end-of-control
               move spaces to step-kind-fld step-name-fld
                   step-command-fld
               unstring runcontrol-record delimited by '|'
                   into step-kind-fld step-name-fld
                       step-command-fld
               end-unstring
               if step-kind-fld = "REPORT"
                   and step-command-fld not = spaces
                   and rp-count < 60
                   add 1 to rp-count
                   move step-name-fld to rp-step(rp-count)
                   move step-command-fld to rp-file(rp-count)
               end-if
           end-if.

       100-run-steps.
           move "N" to control-eof-switch
           open input runcontrol-file
               function trim(step-name-fld)
           move step-command-fld to step-command
           call "SYSTEM" using step-command
           move return-code to step-rc
           move 0 to return-code
           if step-rc = 0
               move "OK" to gen-status
           else
               move "FAILED" to gen-status
           end-if
           perform 130-keep-step-reports
               varying rp-idx from 1 by 1
               until rp-idx > rp-count
           if step-rc not = 0
               move "Y" to run-failed-switch
               display "STEP FAILED: " function trim(step-name-fld)
               display "Fix the problem and rerun - the driver"
               display "will resume from this step."
           else
               add 1 to steps-run
               if not is-selective-run
               end-if
           end-if.

       130-keep-step-reports.
           if rp-step(rp-idx) not = step-name-fld
               exit paragraph
           end-if
           move spaces to report-path report-stem generation-path
           string './reports/' delimited size
               function trim(rp-file(rp-idx)) delimited size
               into report-path
           unstring rp-file(rp-idx) delimited by '.'
               into report-stem
           end-unstring
           string './reports/' delimited size
               function trim(report-stem) delimited size
               '_' delimited size
               today-date delimited size
               '.dat' delimited size
               into generation-path
           move 0 to report-records
           move "N" to report-eof-switch
           open input report-file
           if report-status not = "00"
               display "  No " function trim(rp-file(rp-idx))
                   " to keep a generation of."
               exit paragraph
           end-if
           open output generation-file
           if generation-status not = "00"
               close report-file
               display "  Could not write "
                   function trim(generation-path)
               exit paragraph
           end-if
           perform 135-copy-report-line
               until end-of-report
           close report-file
           close generation-file
           perform 140-note-generation.

       135-copy-report-line.
           read report-file
               at end move "Y" to report-eof-switch
           end-read
           if not end-of-report
               write generation-record from report-record
               add 1 to report-records
           end-if.

       140-note-generation.
           if gen-count >= 200
               exit paragraph
           end-if
           accept gen-time from time
           move report-records to disp-records
           add 1 to gen-count
           move rp-file(rp-idx) to gen-report(gen-count)
           move spaces to gen-line(gen-count)
           string today-date delimited size
               '|' delimited size
               gen-time(1:6) delimited size
               '|' delimited size
               function trim(step-name-fld) delimited size
               '|' delimited size
               function trim(rp-file(rp-idx)) delimited size
               '|' delimited size
               function trim(generation-path) delimited size
               '|' delimited size
               function trim(disp-records) delimited size
               '|' delimited size
               function trim(gen-status) delimited size
               into gen-line(gen-count)
           display "  Kept " function trim(generation-path)
               " (" function trim(disp-records) " records)".

       200-rewrite-report-index.
           compute keep-cutoff-date = function date-of-integer(
               function integer-of-date(today-date)
               - report-keep-days)
           open output index-temp-file
           if index-temp-status not = "00"
               display "Could not write ./reports/report_index.tmp"
               exit paragraph
           end-if
           move "N" to index-eof-switch
           open input index-file
           if index-status = "00"
               perform 210-judge-index-line
                   until end-of-index
               close index-file
           end-if
           perform 220-write-new-index-line
               varying gen-idx from 1 by 1
               until gen-idx > gen-count
           close index-temp-file
           perform 230-copy-index-back
           if generations-pruned > 0
               move generations-pruned to disp-records
               display "Report generations pruned: "
                   function trim(disp-records)
           end-if.

       210-judge-index-line.
           read index-file into index-line
               at end move "Y" to index-eof-switch
           end-read
           if end-of-index
               exit paragraph
           end-if
           move spaces to ix-date-fld ix-time-fld ix-step-fld
               ix-report-fld ix-generation-fld ix-records-fld
               ix-status-fld
           unstring index-line delimited by '|'
               into ix-date-fld ix-time-fld ix-step-fld
                   ix-report-fld ix-generation-fld ix-records-fld
                   ix-status-fld
           end-unstring
           if ix-date-fld = spaces
               exit paragraph
           end-if
           if ix-date-fld < keep-cutoff-date
               move spaces to del-command
               string 'del ' delimited size
                   function trim(ix-generation-fld) delimited size
                   ' > nul 2>&1' delimited size
                   into del-command
               call "SYSTEM" using del-command
               move 0 to return-code
               add 1 to generations-pruned
               exit paragraph
           end-if
           move "Y" to ix-keep-switch
           if ix-date-fld = today-date
               perform 215-match-new-generation
                   varying gen-idx from 1 by 1
                   until gen-idx > gen-count
           end-if
           if ix-keep-line
               write index-temp-record from index-line
           end-if.

       215-match-new-generation.
           if gen-report(gen-idx) = ix-report-fld
               move "N" to ix-keep-switch
           end-if.

       220-write-new-index-line.
           write index-temp-record from gen-line(gen-idx).

       230-copy-index-back.
           open input index-temp-file
           if index-temp-status not = "00"
               exit paragraph
           end-if
           open output index-file
           if index-status = "00"
               move "N" to index-eof-switch
               perform 235-copy-index-line
                   until end-of-index
               close index-file
           end-if
           close index-temp-file.

       235-copy-index-line.
           read index-temp-file into index-line
               at end move "Y" to index-eof-switch
           end-read
           if not end-of-index
               write index-record from index-line
           end-if.

       end program runsched.
