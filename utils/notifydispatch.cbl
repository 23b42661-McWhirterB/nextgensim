       identification division.
       program-id. notifydispatch.

       environment division.
       input-output section.
           select spool-file assign to
               "./NGM/data/notify_spool.dat"
                             organization is line sequential
                             file status is spool-status.
           select delivery-file assign to
               "./NGM/data/notify_status.dat"
                             organization is line sequential
                             file status is delivery-status.
           select result-file assign to
               "./NGM/data/notify_results.dat"
                             organization is line sequential
                             file status is result-status.
           select pickup-file assign to
               "./NGM/data/notify_pickup.dat"
                             organization is line sequential
                             file status is pickup-status.
           select prefs-file assign to prefs-path
                             organization is line sequential
                             file status is prefs-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select notify-report-file assign to
               "./reports/notify_report.dat"
                             organization is line sequential
                             file status is report-status.
           select spool-temp-file assign to
               "./NGM/data/notify_spool.tmp"
                             organization is line sequential
                             file status is spool-temp-status.
           select archive-file assign to
               "./NGM/logs/archive/notify_spool.dat"
                             organization is line sequential
                             file status is archive-status.
           select lock-file assign to lock-path
                             organization is line sequential
                             file status is lock-status.

       data division.
       file section.
           fd spool-file.
           01 spool-record pic x(250).
           fd delivery-file.
           01 delivery-record pic x(100).
           fd result-file.
           01 result-record pic x(100).
           fd pickup-file.
           01 pickup-record pic x(250).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd notify-report-file.
           01 notify-report-record pic x(132).
           fd spool-temp-file.
           01 spool-temp-record pic x(250).
           fd archive-file.
           01 archive-record pic x(270).
           fd lock-file.
           01 lock-record pic x(20).

       working-storage section.
       01  run-control.
           05 run-date       pic 9(8).
           05 run-time       pic 9(8).
           05 run-hhmm       pic 9(4).
           05 report-status  pic x(2).

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 max-tries           pic 9(2) value 3.

       01  spool-scan.
           05 spool-status        pic x(2).
           05 spool-eof-switch    pic x(1) value "N".
               88 end-of-spool value "Y".
           05 spool-seq           pic 9(7) value 0.
           05 sp-date-fld         pic x(8).
           05 sp-time-fld         pic x(8).
           05 sp-player-fld       pic x(20).
           05 sp-category-fld     pic x(10).
           05 sp-priority-fld     pic x(6).
           05 sp-text-fld         pic x(150).

       01  delivery-table.
           05 delivery-status     pic x(2).
           05 delivery-eof-switch pic x(1) value "N".
               88 end-of-deliveries value "Y".
           05 dl-seq-fld          pic x(7).
           05 dl-state-fld        pic x(9).
           05 dl-tries-fld        pic x(2).
           05 dl-date-fld         pic x(8).
           05 dl-time-fld         pic x(8).
           05 dl-reason-fld       pic x(30).
           05 delivery-line       pic x(100).
           05 high-seq            pic 9(7) value 0.
           05 base-seq            pic 9(7) value 0.
           05 arch-delivered      pic 9(7) value 0.
           05 arch-dead           pic 9(7) value 0.
           05 out-seq             pic 9(7).
           05 table-limit         pic 9(7) value 20000.
           05 dl-idx              pic 9(7).
           05 delivery-entry occurs 20000 times.
               10 st-state        pic x(9).
               10 st-tries        pic 9(2).
               10 st-date         pic x(8).
               10 st-time         pic x(8).
               10 st-reason       pic x(30).
               10 st-failed-now   pic x(1).

       01  result-scan.
           05 result-status       pic x(2).
           05 result-eof-switch   pic x(1) value "N".
               88 end-of-results value "Y".
           05 rs-id-fld           pic x(12).
           05 rs-result-fld       pic x(4).
           05 rs-reason-fld       pic x(30).
           05 rs-seq              pic 9(7).
           05 rs-idx              pic 9(7).
           05 rs-tries            pic 9(2).

       01  pickup-work.
           05 pickup-status       pic x(2).
           05 pickup-id           pic x(11).
           05 pickup-line         pic x(250).

       01  player-prefs.
           05 prefs-status        pic x(2).
           05 prefs-path          pic x(60).
           05 prefs-line          pic x(40).
           05 prefs-eof-switch    pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld         pic x(10).
           05 pf-value-fld        pic x(10).
           05 prefs-player        pic x(20) value high-values.
           05 notify-channel      pic x(1).
           05 notify-level        pic x(1).
           05 quiet-start         pic 9(4).
           05 quiet-end           pic 9(4).
           05 quiet-switch        pic x(1).
               88 in-quiet-hours value "Y".

       01  dispatch-totals.
           05 spool-lines         pic 9(7) value 0.
           05 sent-new            pic 9(7) value 0.
           05 sent-retry          pic 9(7) value 0.
           05 skipped-optout      pic 9(7) value 0.
           05 skipped-level       pic 9(7) value 0.
           05 deferred-quiet      pic 9(7) value 0.
           05 results-read        pic 9(7) value 0.
           05 results-unmatched   pic 9(7) value 0.
           05 delivered-now       pic 9(7) value 0.
           05 failed-now          pic 9(7) value 0.
           05 dead-now            pic 9(7) value 0.
           05 awaiting-result     pic 9(7) value 0.
           05 delivered-total     pic 9(7) value 0.
           05 dead-total          pic 9(7) value 0.
           05 over-limit          pic 9(7) value 0.
           05 archived-now        pic 9(7) value 0.

       01  spool-compact.
           05 spool-temp-status   pic x(2).
           05 archive-status      pic x(2).
           05 settled-count       pic 9(7) value 0.
           05 settled-switch      pic x(1) value "N".
               88 entry-settled value "Y".
           05 copy-seq            pic 9(7) value 0.
           05 archive-line        pic x(270).

       01  file-locking.
           05 api-command       pic x(500).
           05 poll-interval-ns  pic 9(9) value 250000000.
           05 lock-status       pic x(2).
           05 lock-path         pic x(60).
           05 lock-name         pic x(12).
           05 lock-line         pic x(20).
           05 lk-date-fld       pic x(8).
           05 lk-time-fld       pic x(8).
           05 lock-tries        pic 9(2).
           05 lock-max-tries    pic 9(2) value 10.
           05 lock-ok-switch    pic x(1) value "N".
               88 lock-acquired value "Y".
           05 lock-now-date     pic 9(8).
           05 lock-now-time     pic 9(8).
           05 lock-now-mins     pic 9(5).
           05 lock-stamp-mins   pic 9(5).
           05 lock-stale-mins   pic 9(3) value 2.

       01  report-work.
           05 disp-count          pic z(6)9.
           05 disp-seq            pic z(6)9.
           05 disp-tries          pic z9.
           05 disp-max            pic z9.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           move run-time(1:4) to run-hhmm
           display "=== NOTIFICATION DISPATCH ==="
           perform 010-load-tunables
           open output notify-report-file
           if report-status not = "00"
               display "Could not open notify report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 100-load-deliveries
           perform 200-apply-results
           perform 090-write-header
           perform 300-scan-spool
           perform 500-compact-spool
           perform 400-save-deliveries
           perform 250-clear-results
           perform 900-write-footer
           close notify-report-file
           compute disp-count = sent-new + sent-retry
           display "Alerts handed to gateway: " disp-count
           move failed-now to disp-count
           display "Failures reported back:   " disp-count
           stop run.

       010-load-tunables.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 015-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if.

       015-read-tunable-line.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if not end-of-tunables
               move spaces to tunable-name tunable-value-fld
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               if function numval(tunable-value-fld) > 0
                   evaluate tunable-name
                       when "NOTIFY-MAX-TRIES"
                           compute max-tries =
                               function numval(tunable-value-fld)
                   end-evaluate
               end-if
           end-if.

       090-write-header.
           move spaces to notify-report-record
           string '=== NOTIFICATION DISPATCH - ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               ' ===' delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move max-tries to disp-max
           string 'FAILED ALERTS ARE RETRIED UP TO ' delimited size
               function trim(disp-max) delimited size
               ' TRIES, THEN MARKED DEAD' delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           write notify-report-record
           move 'FAILURES REPORTED BY THE GATEWAY THIS RUN:'
               to notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move '    SEQ PLAYER               CATEGORY   PRIORITY'
               to notify-report-record
           move ' TRIES OUTCOME REASON' to notify-report-record(50:21)
           write notify-report-record.

       100-load-deliveries.
           perform 105-clear-entry
               varying dl-idx from 1 by 1
               until dl-idx > table-limit
           move "N" to delivery-eof-switch
           open input delivery-file
           if delivery-status = "00"
               perform 110-read-delivery-line
                   until end-of-deliveries
               close delivery-file
           end-if.

       105-clear-entry.
           move spaces to st-state(dl-idx) st-date(dl-idx)
               st-time(dl-idx) st-reason(dl-idx)
               st-failed-now(dl-idx)
           move 0 to st-tries(dl-idx).

       110-read-delivery-line.
           read delivery-file into delivery-line
               at end move "Y" to delivery-eof-switch
           end-read
           if not end-of-deliveries
               move spaces to dl-seq-fld dl-state-fld dl-tries-fld
                   dl-date-fld dl-time-fld dl-reason-fld
               unstring delivery-line delimited by '|'
                   into dl-seq-fld dl-state-fld dl-tries-fld
                       dl-date-fld dl-time-fld dl-reason-fld
               end-unstring
               if dl-seq-fld = "BASE"
                   move spaces to dl-state-fld dl-date-fld dl-time-fld
                   unstring delivery-line delimited by '|'
                       into dl-seq-fld dl-state-fld dl-date-fld
                           dl-time-fld
                   end-unstring
                   compute base-seq = function numval(dl-state-fld)
                   compute arch-delivered =
                       function numval(dl-date-fld)
                   compute arch-dead = function numval(dl-time-fld)
                   move arch-delivered to delivered-total
                   move arch-dead to dead-total
                   exit paragraph
               end-if
               if dl-seq-fld is numeric
                   and function numval(dl-seq-fld) > base-seq
                   compute dl-idx =
                       function numval(dl-seq-fld) - base-seq
                   if dl-idx <= table-limit
                       move dl-state-fld to st-state(dl-idx)
                       compute st-tries(dl-idx) =
                           function numval(dl-tries-fld)
                       move dl-date-fld to st-date(dl-idx)
                       move dl-time-fld to st-time(dl-idx)
                       move dl-reason-fld to st-reason(dl-idx)
                       if dl-idx > high-seq
                           move dl-idx to high-seq
                       end-if
                   end-if
               end-if
           end-if.

       200-apply-results.
           move "N" to result-eof-switch
           open input result-file
           if result-status = "00"
               perform 210-read-result-line
                   until end-of-results
               close result-file
           end-if.

       210-read-result-line.
           read result-file
               at end move "Y" to result-eof-switch
           end-read
           if not end-of-results
               move spaces to rs-id-fld rs-result-fld rs-reason-fld
               unstring result-record delimited by '|'
                   into rs-id-fld rs-result-fld rs-reason-fld
               end-unstring
               if rs-id-fld not = spaces
                   add 1 to results-read
                   perform 220-match-result
               end-if
           end-if.

       220-match-result.
           if rs-id-fld(1:1) not = "N"
               or rs-id-fld(2:7) is not numeric
               or rs-id-fld(10:2) is not numeric
               add 1 to results-unmatched
               exit paragraph
           end-if
           move rs-id-fld(2:7) to rs-seq
           move rs-id-fld(10:2) to rs-tries
           if rs-seq <= base-seq or rs-seq - base-seq > high-seq
               add 1 to results-unmatched
               exit paragraph
           end-if
           compute rs-idx = rs-seq - base-seq
           if st-state(rs-idx) not = "SENT"
               or st-tries(rs-idx) not = rs-tries
               add 1 to results-unmatched
               exit paragraph
           end-if
           move run-date to st-date(rs-idx)
           move run-time to st-time(rs-idx)
           move rs-reason-fld to st-reason(rs-idx)
           if rs-result-fld = "OK"
               move "DELIVERED" to st-state(rs-idx)
               add 1 to delivered-now
               exit paragraph
           end-if
           add 1 to failed-now
           move "Y" to st-failed-now(rs-idx)
           if st-tries(rs-idx) >= max-tries
               move "DEAD" to st-state(rs-idx)
               add 1 to dead-now
           else
               move "FAILED" to st-state(rs-idx)
           end-if.

       250-clear-results.
           open output result-file
           if result-status = "00"
               close result-file
           end-if.

       300-scan-spool.
           move base-seq to spool-seq
           move "N" to spool-eof-switch
           open input spool-file
           if spool-status = "00"
               perform 310-read-spool-line
                   until end-of-spool
               close spool-file
           else
               display "No notifications spooled."
           end-if.

       310-read-spool-line.
           read spool-file
               at end move "Y" to spool-eof-switch
           end-read
           if not end-of-spool
               add 1 to spool-seq
               add 1 to spool-lines
               if spool-seq - base-seq > table-limit
                   add 1 to over-limit
                   exit paragraph
               end-if
               move spaces to sp-date-fld sp-time-fld sp-player-fld
                   sp-category-fld sp-priority-fld sp-text-fld
               unstring spool-record delimited by '|'
                   into sp-date-fld sp-time-fld sp-player-fld
                       sp-category-fld sp-priority-fld sp-text-fld
               end-unstring
               compute dl-idx = spool-seq - base-seq
               if dl-idx > high-seq
                   move dl-idx to high-seq
               end-if
               if st-failed-now(dl-idx) = "Y"
                   perform 380-write-failure
               end-if
               evaluate st-state(dl-idx)
                   when spaces
                   when "FAILED"
                   when "DEFERRED"
                       perform 320-dispatch-alert
                   when "SENT"
                       add 1 to awaiting-result
                   when "DELIVERED"
                       add 1 to delivered-total
                   when "DEAD"
                       add 1 to dead-total
               end-evaluate
           end-if.

       320-dispatch-alert.
           if sp-player-fld = spaces
               exit paragraph
           end-if
           if sp-player-fld not = prefs-player
               perform 330-load-player-prefs
           end-if
           if notify-channel not = "E" and not = "S"
               move "SKIPPED" to st-state(dl-idx)
               move "PLAYER OPTED OUT" to st-reason(dl-idx)
               perform 360-stamp-entry
               add 1 to skipped-optout
               exit paragraph
           end-if
           if notify-level = "H" and sp-priority-fld not = "HIGH"
               move "SKIPPED" to st-state(dl-idx)
               move "BELOW PLAYER ALERT LEVEL" to st-reason(dl-idx)
               perform 360-stamp-entry
               add 1 to skipped-level
               exit paragraph
           end-if
           perform 350-check-quiet-hours
           if in-quiet-hours and st-state(dl-idx) not = "DEFERRED"
               move "DEFERRED" to st-state(dl-idx)
               move "QUIET HOURS" to st-reason(dl-idx)
               perform 360-stamp-entry
               add 1 to deferred-quiet
               exit paragraph
           end-if
           if st-state(dl-idx) = "FAILED"
               add 1 to sent-retry
           else
               add 1 to sent-new
               move 0 to st-tries(dl-idx)
           end-if
           add 1 to st-tries(dl-idx)
           move "SENT" to st-state(dl-idx)
           move spaces to st-reason(dl-idx)
           perform 360-stamp-entry
           perform 370-write-pickup.

       330-load-player-prefs.
           move sp-player-fld to prefs-player
           move "N" to notify-channel
           move "A" to notify-level
           move 0 to quiet-start quiet-end
           move spaces to prefs-path
           string './NGM/logs/prefs_' delimited size
               function trim(sp-player-fld) delimited size
               '.dat' delimited size
               into prefs-path
           move "N" to prefs-eof-switch
           open input prefs-file
           if prefs-status = "00"
               perform 340-read-pref-line
                   until end-of-prefs
               close prefs-file
           end-if.

       340-read-pref-line.
           read prefs-file into prefs-line
               at end move "Y" to prefs-eof-switch
           end-read
           if not end-of-prefs
               move spaces to pf-kind-fld pf-value-fld
               unstring prefs-line delimited by '|'
                   into pf-kind-fld pf-value-fld
               end-unstring
               evaluate pf-kind-fld
                   when "NOTIFY"
                       move pf-value-fld(1:1) to notify-channel
                   when "NOTIFYLVL"
                       move pf-value-fld(1:1) to notify-level
                   when "QUIET"
                       if pf-value-fld(1:8) is numeric
                           move pf-value-fld(1:4) to quiet-start
                           move pf-value-fld(5:4) to quiet-end
                       end-if
               end-evaluate
           end-if.

       350-check-quiet-hours.
           move "N" to quiet-switch
           if quiet-start = 0 or quiet-start = quiet-end
               exit paragraph
           end-if
           if quiet-start < quiet-end
               if run-hhmm >= quiet-start and run-hhmm < quiet-end
                   move "Y" to quiet-switch
               end-if
           else
               if run-hhmm >= quiet-start or run-hhmm < quiet-end
                   move "Y" to quiet-switch
               end-if
           end-if.

       360-stamp-entry.
           move run-date to st-date(dl-idx)
           move run-time to st-time(dl-idx).

       370-write-pickup.
           move spaces to pickup-id
           string 'N' delimited size
               spool-seq delimited size
               '-' delimited size
               st-tries(dl-idx) delimited size
               into pickup-id
           move spaces to pickup-line
           string 'NOTIFY' delimited size
               '|' delimited size
               pickup-id delimited size
               '|' delimited size
               notify-channel delimited size
               '|' delimited size
               function trim(sp-player-fld) delimited size
               '|' delimited size
               function trim(sp-priority-fld) delimited size
               '|' delimited size
               function trim(sp-category-fld) delimited size
               '|' delimited size
               function trim(sp-text-fld) delimited size
               into pickup-line
           open extend pickup-file
           if pickup-status not = "00"
               open output pickup-file
           end-if
           if pickup-status = "00"
               write pickup-record from pickup-line
               close pickup-file
           end-if.

       380-write-failure.
           move spaces to notify-report-record
           move spool-seq to disp-seq
           move disp-seq to notify-report-record(1:7)
           move sp-player-fld to notify-report-record(9:20)
           move sp-category-fld to notify-report-record(30:10)
           move sp-priority-fld to notify-report-record(41:6)
           move st-tries(dl-idx) to disp-tries
           move disp-tries to notify-report-record(53:2)
           if st-state(dl-idx) = "DEAD"
               move 'DEAD' to notify-report-record(56:7)
           else
               move 'RETRY' to notify-report-record(56:7)
           end-if
           move st-reason(dl-idx) to notify-report-record(64:30)
           write notify-report-record.

       400-save-deliveries.
           open output delivery-file
           if delivery-status not = "00"
               display "Could not rewrite notify status file."
               move 8 to return-code
               stop run
           end-if
           move spaces to delivery-line
           string 'BASE|' delimited size
               base-seq delimited size
               '|' delimited size
               arch-delivered delimited size
               '|' delimited size
               arch-dead delimited size
               into delivery-line
           write delivery-record from delivery-line
           perform 410-write-delivery-line
               varying dl-idx from 1 by 1
               until dl-idx > high-seq
           close delivery-file.

       410-write-delivery-line.
           if st-state(dl-idx) not = spaces
               compute out-seq = base-seq + dl-idx
               move spaces to delivery-line
               string out-seq delimited size
                   '|' delimited size
                   function trim(st-state(dl-idx)) delimited size
                   '|' delimited size
                   st-tries(dl-idx) delimited size
                   '|' delimited size
                   st-date(dl-idx) delimited size
                   '|' delimited size
                   st-time(dl-idx) delimited size
                   '|' delimited size
                   function trim(st-reason(dl-idx)) delimited size
                   into delivery-line
               write delivery-record from delivery-line
           end-if.

       500-compact-spool.
           move 0 to settled-count
           move "Y" to settled-switch
           perform 510-count-settled
               varying dl-idx from 1 by 1
               until dl-idx > high-seq or not entry-settled
           if settled-count = 0
               exit paragraph
           end-if
           move "notify" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display "Notification spool is busy - "
                   "not archived this run."
               exit paragraph
           end-if
           open extend archive-file
           if archive-status not = "00"
               open output archive-file
           end-if
           if archive-status not = "00"
               perform 622-release-lock
               display "Could not open the spool archive - "
                   "make sure ./NGM/logs/archive/ exists."
               exit paragraph
           end-if
           move "N" to spool-eof-switch
           open input spool-file
           open output spool-temp-file
           if spool-status not = "00" or spool-temp-status not = "00"
               close spool-file spool-temp-file archive-file
               perform 622-release-lock
               exit paragraph
           end-if
           move base-seq to copy-seq
           perform 520-copy-spool-line
               until end-of-spool
           close spool-file spool-temp-file archive-file
           perform 530-copy-spool-back
           perform 622-release-lock
           move settled-count to archived-now
           perform 540-shift-entry
               varying dl-idx from 1 by 1
               until dl-idx > high-seq - settled-count
           compute out-seq = high-seq - settled-count + 1
           perform 105-clear-entry
               varying dl-idx from out-seq by 1
               until dl-idx > high-seq
           subtract settled-count from high-seq
           add settled-count to base-seq.

       510-count-settled.
           evaluate st-state(dl-idx)
               when "DELIVERED"
               when "DEAD"
               when "SKIPPED"
                   add 1 to settled-count
               when other
                   move "N" to settled-switch
           end-evaluate.

       520-copy-spool-line.
           read spool-file
               at end move "Y" to spool-eof-switch
           end-read
           if end-of-spool
               exit paragraph
           end-if
           add 1 to copy-seq
           if copy-seq - base-seq > settled-count
               write spool-temp-record from spool-record
               exit paragraph
           end-if
           compute dl-idx = copy-seq - base-seq
           evaluate st-state(dl-idx)
               when "DELIVERED"
                   add 1 to arch-delivered
               when "DEAD"
                   add 1 to arch-dead
           end-evaluate
           move spaces to archive-line
           string copy-seq delimited size
               '|' delimited size
               function trim(st-state(dl-idx)) delimited size
               '|' delimited size
               st-date(dl-idx) delimited size
               '|' delimited size
               function trim(spool-record) delimited size
               into archive-line
           write archive-record from archive-line.

       530-copy-spool-back.
           move "N" to spool-eof-switch
           open input spool-temp-file
           open output spool-file
           if spool-temp-status = "00" and spool-status = "00"
               perform 535-copy-back-line
                   until end-of-spool
           end-if
           close spool-temp-file
           close spool-file.

       535-copy-back-line.
           read spool-temp-file
               at end move "Y" to spool-eof-switch
           end-read
           if not end-of-spool
               write spool-record from spool-temp-record
           end-if.

       540-shift-entry.
           move delivery-entry(dl-idx + settled-count)
               to delivery-entry(dl-idx).

       619-acquire-lock.
           move "N" to lock-ok-switch
           move 0 to lock-tries
           move spaces to lock-path
           string './NGM/logs/lock_' delimited size
               function trim(lock-name) delimited size
               '.dat' delimited size
               into lock-path
           perform 621-try-lock
               until lock-acquired
                   or lock-tries >= lock-max-tries.

       621-try-lock.
           add 1 to lock-tries
           move spaces to lock-line
           open input lock-file
           if lock-status not = "00"
               perform 623-write-lock-stamp
           else
               read lock-file into lock-line
                   at end continue
               end-read
               close lock-file
               move spaces to lk-date-fld lk-time-fld
               unstring lock-line delimited by '|'
                   into lk-date-fld lk-time-fld
               end-unstring
               accept lock-now-date from date yyyymmdd
               accept lock-now-time from time
               compute lock-now-mins =
                   function numval(lock-now-time(1:2)) * 60
                   + function numval(lock-now-time(3:2))
               compute lock-stamp-mins =
                   function numval(lk-time-fld(1:2)) * 60
                   + function numval(lk-time-fld(3:2))
               if function numval(lk-date-fld)
                       not = lock-now-date
                   or lock-now-mins - lock-stamp-mins
                       > lock-stale-mins
                   perform 623-write-lock-stamp
               else
                   call "CBL_GC_NANOSLEEP" using poll-interval-ns
               end-if
           end-if.

       622-release-lock.
           move spaces to api-command
           string 'del ' delimited size
               function trim(lock-path) delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command.

       623-write-lock-stamp.
           accept lock-now-date from date yyyymmdd
           accept lock-now-time from time
           open output lock-file
           if lock-status = "00"
               move spaces to lock-line
               string lock-now-date delimited size
                   '|' delimited size
                   lock-now-time delimited size
                   into lock-line
               write lock-record from lock-line
               close lock-file
               move "Y" to lock-ok-switch
           end-if.

       900-write-footer.
           move spaces to notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move spool-lines to disp-count
           string 'ALERTS ON SPOOL:       ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move sent-new to disp-count
           string 'SENT FIRST TIME:       ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move sent-retry to disp-count
           string 'SENT AS RETRY:         ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move deferred-quiet to disp-count
           string 'HELD FOR QUIET HOURS:  ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move skipped-optout to disp-count
           string 'SKIPPED - OPTED OUT:   ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move skipped-level to disp-count
           string 'SKIPPED - BELOW LEVEL: ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move results-read to disp-count
           string 'GATEWAY RESULTS READ:  ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move delivered-now to disp-count
           string 'DELIVERED THIS RUN:    ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move failed-now to disp-count
           string 'FAILED THIS RUN:       ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move dead-now to disp-count
           string 'GIVEN UP THIS RUN:     ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move awaiting-result to disp-count
           string 'AWAITING GATEWAY:      ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move delivered-total to disp-count
           string 'DELIVERED TO DATE:     ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           move spaces to notify-report-record
           move dead-total to disp-count
           string 'DEAD TO DATE:          ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           if results-unmatched > 0
               move spaces to notify-report-record
               move results-unmatched to disp-count
               string 'RESULTS NOT MATCHED:   ' delimited size
                   disp-count delimited size
                   into notify-report-record
               write notify-report-record
           end-if
           move spaces to notify-report-record
           move archived-now to disp-count
           string 'ARCHIVED FROM SPOOL:   ' delimited size
               disp-count delimited size
               into notify-report-record
           write notify-report-record
           if over-limit > 0
               move spaces to notify-report-record
               move over-limit to disp-count
               string 'NOT DISPATCHED (SPOOL FULL): ' delimited size
                   disp-count delimited size
                   into notify-report-record
               write notify-report-record
           end-if.

       end program notifydispatch.
