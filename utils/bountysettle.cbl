       identification division.
       program-id. bountysettle.

       environment division.
       input-output section.
           select bounty-file assign to
               "./NGM/logs/bounty_board.dat"
                             organization is line sequential
                             file status is bounty-status.
           select bounty-temp-file assign to
               "./NGM/logs/bounty_board.tmp"
                             organization is line sequential
                             file status is bounty-temp-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select report-file assign to
               "./reports/bounty_settlement.dat"
                             organization is line sequential
                             file status is report-status.
           select txn-log-file assign to txn-log-path
                             organization is line sequential
                             file status is txn-log-status.
           select mail-log-file assign to mail-log-path
                             organization is line sequential
                             file status is mail-log-status.
           select notify-file assign to
               "./NGM/data/notify_spool.dat"
                             organization is line sequential
                             file status is notify-status.
           select lock-file assign to lock-path
                             organization is line sequential
                             file status is lock-status.
           select api-response-file assign to api-response-path
                             organization is line sequential
                             file status is file-status.

       data division.
       file section.
           fd bounty-file.
           01 bounty-record pic x(100).
           fd bounty-temp-file.
           01 bounty-temp-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd report-file.
           01 report-record pic x(132).
           fd txn-log-file.
           01 txn-log-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd lock-file.
           01 lock-record pic x(20).
           fd api-response-file.
           01 api-response-record pic x(1000).

       working-storage section.
       01  run-control.
           05 run-date          pic 9(8).
           05 run-time          pic 9(8).
           05 report-status     pic x(2).
           05 disp-count        pic z(4)9.
           05 disp-amt          pic z(7)9.

       01  local-data.
           05 file-status   pic x(2).
           05 api-command   pic x(500).
           05 api-response  pic x(1000).
           05 api-user      pic x(20).
           05 trade-amt     pic 9(7).

       01  correlation.
           05 ticket-seq       pic 9(2) value 0.
           05 ticket-clock     pic 9(8).
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "bountysettle".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 tunable-value       pic s9(8).
           05 bounty-default-days pic 9(3) value 14.

       01  board-sweep.
           05 bounty-status     pic x(2).
           05 bounty-temp-status pic x(2).
           05 bounty-eof-switch pic x(1) value "N".
               88 end-of-bounties value "Y".
           05 board-changed-switch pic x(1) value "N".
               88 board-changed value "Y".
           05 board-locked-switch pic x(1) value "N".
               88 board-locked value "Y".
           05 bounty-line       pic x(100).
           05 bty-status-fld    pic x(8).
           05 bty-poster-fld    pic x(20).
           05 bty-target-fld    pic x(20).
           05 bty-amount-fld    pic x(8).
           05 bty-date-fld      pic x(8).
           05 bty-expires-fld   pic x(8).
           05 bty-amount        pic 9(7).
           05 bty-posted        pic 9(8).
           05 bty-expires       pic 9(8).

       01  target-table.
           05 tg-count          pic 9(3) value 0.
           05 tg-idx            pic 9(3).
           05 tg-jdx            pic 9(3).
           05 tg-dropped        pic 9(5) value 0.
           05 tg-found-switch   pic x(1).
               88 target-found value "Y".
           05 tg-entry occurs 500 times.
               10 tg-name          pic x(20).
               10 tg-posted-n      pic 9(5).
               10 tg-posted-amt    pic 9(9).
               10 tg-paid-n        pic 9(5).
               10 tg-paid-amt      pic 9(9).
               10 tg-expired-n     pic 9(5).
               10 tg-expired-amt   pic 9(9).
               10 tg-refund-amt    pic 9(9).
               10 tg-open-n        pic 9(5).
               10 tg-open-amt      pic 9(9).
           05 tg-swap           pic x(85).

       01  settle-counts.
           05 lines-read        pic 9(7) value 0.
           05 expired-count     pic 9(5) value 0.
           05 expired-amt       pic 9(9) value 0.
           05 refund-failed     pic 9(5) value 0.
           05 stamped-count     pic 9(5) value 0.
           05 total-posted-amt  pic 9(11) value 0.
           05 total-paid-amt    pic 9(11) value 0.
           05 total-expired-amt pic 9(11) value 0.
           05 total-refund-amt  pic 9(11) value 0.
           05 total-open-amt    pic 9(11) value 0.
           05 disp-total        pic z(10)9.

       01  report-row.
           05 rr-target         pic x(20).
           05 filler            pic x(1) value space.
           05 rr-posted-n       pic zzzz9.
           05 filler            pic x(1) value space.
           05 rr-posted-amt     pic z(8)9.
           05 filler            pic x(2) value spaces.
           05 rr-paid-n         pic zzzz9.
           05 filler            pic x(1) value space.
           05 rr-paid-amt       pic z(8)9.
           05 filler            pic x(2) value spaces.
           05 rr-expired-n      pic zzzz9.
           05 filler            pic x(1) value space.
           05 rr-expired-amt    pic z(8)9.
           05 filler            pic x(2) value spaces.
           05 rr-refund-amt     pic z(8)9.
           05 filler            pic x(2) value spaces.
           05 rr-open-n         pic zzzz9.
           05 filler            pic x(1) value space.
           05 rr-open-amt       pic z(8)9.

       01  file-locking.
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

       01  txn-post.
           05 txn-log-status    pic x(2).
           05 txn-log-path      pic x(60).
           05 txn-log-line      pic x(100).
           05 txn-timestamp     pic 9(8).
           05 txn-date          pic 9(8).
           05 txn-direction     pic x(10).
           05 txn-user          pic x(20).
           05 txn-other         pic x(20).
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

       01  mail-post.
           05 mail-log-status   pic x(2).
           05 mail-log-path     pic x(60).
           05 mail-log-line     pic x(150).
           05 mail-to           pic x(20).
           05 mail-from         pic x(10).
           05 mail-text         pic x(100).
           05 mail-date         pic 9(8).
           05 mail-time         pic 9(8).

       01 notify-spool.
           05 notify-status      pic x(2).
           05 notify-to          pic x(20).
           05 notify-category    pic x(10) value spaces.
           05 notify-priority    pic x(6).
           05 notify-date        pic x(8).
           05 notify-time        pic x(8).
           05 notify-from        pic x(20).
           05 notify-text        pic x(150).
           05 notify-line        pic x(250).
           05 notify-held-name   pic x(12).
           05 notify-held-path   pic x(60).
           05 notify-held-switch pic x(1).

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== BOUNTY SETTLEMENT ==="
           perform 010-load-tunables
           open output report-file
           if report-status not = "00"
               display "Could not open bounty settlement report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           move spaces to report-record
           string '=== BOUNTY SETTLEMENT ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               ' ===' delimited size
               into report-record
           write report-record
           move spaces to report-record
           write report-record
           move 'EXPIRED THIS RUN' to report-record
           write report-record
           move "bounty" to lock-name
           perform 619-acquire-lock
           if lock-acquired
               move "Y" to board-locked-switch
               perform 100-sweep-board
               perform 622-release-lock
           else
               move spaces to report-record
               move '  Bounty board busy - nothing expired this run.'
                   to report-record
               write report-record
               display "Bounty board busy - nothing expired."
           end-if
           if expired-count = 0 and board-locked
               move '  None.' to report-record
               write report-record
           end-if
           perform 300-sort-targets
           perform 400-write-targets
           perform 900-write-footer
           close report-file
           move expired-count to disp-count
           display "Bounties expired:    " disp-count
           move expired-amt to disp-amt
           display "Refunded to posters: $" disp-amt
           if refund-failed > 0
               move refund-failed to disp-count
               display "Refunds that failed: " disp-count
           end-if
           move tg-count to disp-count
           display "Targets reported:    " disp-count
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
               compute tunable-value =
                   function numval(tunable-value-fld)
               if tunable-value > 0
                   and tunable-name = "BOUNTY-DEFAULT-DAYS"
                   move tunable-value to bounty-default-days
               end-if
           end-if.

       100-sweep-board.
           move "N" to bounty-eof-switch
           open input bounty-file
           if bounty-status not = "00"
               exit paragraph
           end-if
           open output bounty-temp-file
           if bounty-temp-status not = "00"
               close bounty-file
               move spaces to report-record
               move '  Could not open the bounty board work file.'
                   to report-record
               write report-record
               exit paragraph
           end-if
           perform 110-judge-bounty-line
               until end-of-bounties
           close bounty-temp-file
           close bounty-file
           if board-changed
               perform 190-copy-board-back
           end-if.

       110-judge-bounty-line.
           read bounty-file into bounty-line
               at end move "Y" to bounty-eof-switch
           end-read
           if end-of-bounties
               exit paragraph
           end-if
           if bounty-line = spaces
               write bounty-temp-record from bounty-line
               exit paragraph
           end-if
           add 1 to lines-read
           move spaces to bty-status-fld bty-poster-fld
               bty-target-fld bty-amount-fld bty-date-fld
               bty-expires-fld
           unstring bounty-line delimited by '|'
               into bty-status-fld bty-poster-fld bty-target-fld
                   bty-amount-fld bty-date-fld bty-expires-fld
           end-unstring
           compute bty-amount = function numval(bty-amount-fld)
           if bty-status-fld = "OPEN"
               perform 120-check-expiry
           end-if
           perform 200-tally-target
           write bounty-temp-record from bounty-line.

       120-check-expiry.
           if bty-expires-fld = spaces
               or function trim(bty-expires-fld) is not numeric
               if bty-date-fld(1:8) is numeric
                   move bty-date-fld(1:8) to bty-posted
               else
                   move run-date to bty-posted
               end-if
               compute bty-expires = function date-of-integer(
                   function integer-of-date(bty-posted)
                   + bounty-default-days)
               move bty-expires to bty-expires-fld
               add 1 to stamped-count
               move "Y" to board-changed-switch
               perform 130-build-open-line
           else
               move bty-expires-fld to bty-expires
           end-if
           if bty-expires >= run-date
               exit paragraph
           end-if
           perform 140-refund-poster.

       130-build-open-line.
           move spaces to bounty-line
           string 'OPEN|' delimited size
               function trim(bty-poster-fld) delimited size
               '|' delimited size
               function trim(bty-target-fld) delimited size
               '|' delimited size
               function trim(bty-amount-fld) delimited size
               '|' delimited size
               function trim(bty-date-fld) delimited size
               '|' delimited size
               bty-expires-fld delimited size
               into bounty-line.

       140-refund-poster.
           move bty-amount to trade-amt
           move bty-poster-fld to api-user
           perform 500-api-deposit
           move spaces to report-record
           move trade-amt to disp-amt
           if api-response(1:7) not = "SUCCESS"
               add 1 to refund-failed
               string '  ' delimited size
                   function trim(bty-poster-fld) delimited size
                   ' on ' delimited size
                   function trim(bty-target-fld) delimited size
                   ' $' delimited size
                   function trim(disp-amt) delimited size
                   ' - refund FAILED, left open' delimited size
                   into report-record
               write report-record
               exit paragraph
           end-if
           add 1 to expired-count
           add trade-amt to expired-amt
           move "Y" to board-changed-switch
           string '  ' delimited size
               function trim(bty-poster-fld) delimited size
               ' on ' delimited size
               function trim(bty-target-fld) delimited size
               ' $' delimited size
               function trim(disp-amt) delimited size
               ' expired ' delimited size
               bty-expires-fld delimited size
               ' - refunded' delimited size
               into report-record
           write report-record
           perform 605-next-txn-id
           move "BOUNTYREF" to txn-direction
           move bty-poster-fld to txn-user
           move bty-target-fld to txn-other
           perform 600-log-transaction
           move bty-poster-fld to mail-to
           move "BOUNTY" to mail-from
           move spaces to mail-text
           string 'Your $' delimited size
               function trim(disp-amt) delimited size
               ' bounty on ' delimited size
               function trim(bty-target-fld) delimited size
               ' expired unclaimed - refunded to your bank.'
               delimited size
               into mail-text
           perform 610-post-mail
           move "EXPIRED" to bty-status-fld
           move spaces to bounty-line
           string 'EXPIRED|' delimited size
               function trim(bty-poster-fld) delimited size
               '|' delimited size
               function trim(bty-target-fld) delimited size
               '|' delimited size
               function trim(bty-amount-fld) delimited size
               '|' delimited size
               run-date delimited size
               into bounty-line.

       190-copy-board-back.
           move "N" to bounty-eof-switch
           open input bounty-temp-file
           open output bounty-file
           if bounty-temp-status = "00" and bounty-status = "00"
               perform 195-copy-board-line
                   until end-of-bounties
           end-if
           close bounty-temp-file
           close bounty-file.

       195-copy-board-line.
           read bounty-temp-file
               at end move "Y" to bounty-eof-switch
           end-read
           if not end-of-bounties
               write bounty-record from bounty-temp-record
           end-if.

       200-tally-target.
           if bty-target-fld = spaces
               exit paragraph
           end-if
           move "N" to tg-found-switch
           perform 210-match-target
               varying tg-idx from 1 by 1
               until tg-idx > tg-count or target-found
           if target-found
               subtract 1 from tg-idx
           else
               if tg-count >= 500
                   add 1 to tg-dropped
                   exit paragraph
               end-if
               add 1 to tg-count
               move tg-count to tg-idx
               initialize tg-entry(tg-idx)
               move bty-target-fld to tg-name(tg-idx)
           end-if
           add 1 to tg-posted-n(tg-idx)
           add bty-amount to tg-posted-amt(tg-idx)
           add bty-amount to total-posted-amt
           evaluate bty-status-fld
               when "PAID"
                   add 1 to tg-paid-n(tg-idx)
                   add bty-amount to tg-paid-amt(tg-idx)
                   add bty-amount to total-paid-amt
               when "EXPIRED"
                   add 1 to tg-expired-n(tg-idx)
                   add bty-amount to tg-expired-amt(tg-idx)
                   add bty-amount to tg-refund-amt(tg-idx)
                   add bty-amount to total-expired-amt
                   add bty-amount to total-refund-amt
               when "CANCEL"
                   add bty-amount to tg-refund-amt(tg-idx)
                   add bty-amount to total-refund-amt
               when "OPEN"
                   add 1 to tg-open-n(tg-idx)
                   add bty-amount to tg-open-amt(tg-idx)
                   add bty-amount to total-open-amt
           end-evaluate.

       210-match-target.
           if tg-name(tg-idx) = bty-target-fld
               move "Y" to tg-found-switch
           end-if.

       300-sort-targets.
           perform 310-sort-pass
               varying tg-idx from 1 by 1
               until tg-idx >= tg-count.

       310-sort-pass.
           perform 320-sort-compare
               varying tg-jdx from 1 by 1
               until tg-jdx > tg-count - tg-idx.

       320-sort-compare.
           if tg-posted-amt(tg-jdx) < tg-posted-amt(tg-jdx + 1)
               move tg-entry(tg-jdx) to tg-swap
               move tg-entry(tg-jdx + 1) to tg-entry(tg-jdx)
               move tg-swap to tg-entry(tg-jdx + 1)
           end-if.

       400-write-targets.
           move spaces to report-record
           write report-record
           move 'MOST WANTED - BY AMOUNT EVER POSTED' to report-record
           write report-record
           move spaces to report-record
           move 'TARGET' to report-record(1:6)
           move '---- POSTED ---' to report-record(22:15)
           move '-- COLLECTED --' to report-record(39:15)
           move '--- EXPIRED ---' to report-record(56:15)
           move 'REFUNDED' to report-record(74:8)
           move '----- OPEN ----' to report-record(84:15)
           write report-record
           move spaces to report-record
           move 'COUNT    AMOUNT' to report-record(22:15)
           move 'COUNT    AMOUNT' to report-record(39:15)
           move 'COUNT    AMOUNT' to report-record(56:15)
           move 'AMOUNT' to report-record(76:6)
           move 'COUNT    AMOUNT' to report-record(84:15)
           write report-record
           if tg-count = 0
               move '  No bounties on the board.' to report-record
               write report-record
           end-if
           perform 410-write-target-line
               varying tg-idx from 1 by 1
               until tg-idx > tg-count.

       410-write-target-line.
           move tg-name(tg-idx) to rr-target
           move tg-posted-n(tg-idx) to rr-posted-n
           move tg-posted-amt(tg-idx) to rr-posted-amt
           move tg-paid-n(tg-idx) to rr-paid-n
           move tg-paid-amt(tg-idx) to rr-paid-amt
           move tg-expired-n(tg-idx) to rr-expired-n
           move tg-expired-amt(tg-idx) to rr-expired-amt
           move tg-refund-amt(tg-idx) to rr-refund-amt
           move tg-open-n(tg-idx) to rr-open-n
           move tg-open-amt(tg-idx) to rr-open-amt
           move report-row to report-record
           write report-record.

       900-write-footer.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move lines-read to disp-count
           string 'BOARD LINES READ:     ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move expired-count to disp-count
           string 'EXPIRED THIS RUN:     ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move expired-amt to disp-amt
           string 'REFUNDED THIS RUN:   $' delimited size
               disp-amt delimited size
               into report-record
           write report-record
           move spaces to report-record
           move refund-failed to disp-count
           string 'REFUNDS FAILED:       ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           if stamped-count > 0
               move spaces to report-record
               move stamped-count to disp-count
               string 'EXPIRY DATES STAMPED: ' delimited size
                   disp-count delimited size
                   into report-record
               write report-record
           end-if
           move spaces to report-record
           move total-posted-amt to disp-total
           string 'TOTAL POSTED:        $' delimited size
               disp-total delimited size
               into report-record
           write report-record
           move spaces to report-record
           move total-paid-amt to disp-total
           string 'TOTAL COLLECTED:     $' delimited size
               disp-total delimited size
               into report-record
           write report-record
           move spaces to report-record
           move total-expired-amt to disp-total
           string 'TOTAL EXPIRED:       $' delimited size
               disp-total delimited size
               into report-record
           write report-record
           move spaces to report-record
           move total-refund-amt to disp-total
           string 'TOTAL REFUNDED:      $' delimited size
               disp-total delimited size
               into report-record
           write report-record
           move spaces to report-record
           move total-open-amt to disp-total
           string 'STILL OPEN:          $' delimited size
               disp-total delimited size
               into report-record
           write report-record
           if tg-dropped > 0
               move spaces to report-record
               move tg-dropped to disp-count
               string 'LINES PAST TARGET TABLE: ' delimited size
                   disp-count delimited size
                   into report-record
               write report-record
           end-if.

       500-api-deposit.
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py DEPOSIT ' delimited size
               function trim(api-user) delimited size
               ' ' delimited size
               trade-amt delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response.

       591-generate-ticket.
           accept ticket-clock from time
           add 1 to ticket-seq
           if ticket-seq > 99
               move 0 to ticket-seq
           end-if
           compute ticket-number = ticket-clock * 100 + ticket-seq
           move ticket-number to ticket-text
           move spaces to api-response-path
           string './NGM/logs/api_response_' delimited size
               function trim(api-user) delimited size
               '_' delimited size
               ticket-text delimited size
               '.dat' delimited size
               into api-response-path.

       590-read-response.
           move 0 to retry-count
           perform 592-attempt-read
           perform 593-retry-read
               until api-response(991:10) = ticket-text
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
           open input api-response-file
           if file-status = "00"
               read api-response-file into api-response
               close api-response-file
           else
               move "ERROR:Could not read response" to api-response
           end-if.

       593-retry-read.
           add 1 to retry-count
           call "CBL_GC_NANOSLEEP" using poll-interval-ns
           perform 592-attempt-read.

       600-log-transaction.
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(txn-user) delimited size
               '.dat' delimited size
               into txn-log-path
           accept txn-timestamp from time
           accept txn-date from date yyyymmdd
           move spaces to txn-log-line
           string txn-timestamp delimited size
               '|' delimited size
               function trim(txn-direction) delimited size
               '|' delimited size
               trade-amt delimited size
               '|' delimited size
               '0' delimited size
               '|' delimited size
               txn-date delimited size
               '|' delimited size
               function trim(txn-other) delimited size
               '|' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
               write txn-log-record from txn-log-line
           end-if
           close txn-log-file.

       605-next-txn-id.
           accept txn-id-date from date yyyymmdd
           accept txn-id-time from time
           add 1 to txn-id-seq
           if txn-id-seq > 99
               move 0 to txn-id-seq
           end-if
           move spaces to txn-id
           string txn-id-date delimited size
               txn-id-time delimited size
               txn-id-seq delimited size
               into txn-id.

       610-post-mail.
           move spaces to mail-log-path
           string './NGM/logs/mail_' delimited size
               function trim(mail-to) delimited size
               '.dat' delimited size
               into mail-log-path
           accept mail-date from date yyyymmdd
           accept mail-time from time
           move spaces to mail-log-line
           string mail-date delimited size
               '|' delimited size
               mail-time delimited size
               '|' delimited size
               function trim(mail-from) delimited size
               '|' delimited size
               function trim(mail-text) delimited size
               into mail-log-line
           open extend mail-log-file
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move mail-to to notify-to
           move mail-from to notify-category
           perform 615-spool-notice.

       615-spool-notice.
           move spaces to notify-date notify-time
           move spaces to notify-from notify-text
           unstring mail-log-line delimited by '|'
               into notify-date notify-time notify-from notify-text
           evaluate notify-category
               when "SECURITY"
               when "LOANS"
               when "TRANSFER"
                   move "HIGH" to notify-priority
               when "ACHIEVE"
               when "NEWS"
                   move "LOW" to notify-priority
               when other
                   move "NORMAL" to notify-priority
           end-evaluate
           move spaces to notify-line
           string notify-date delimited size
               '|' delimited size
               notify-time delimited size
               '|' delimited size
               function trim(notify-to) delimited size
               '|' delimited size
               function trim(notify-category) delimited size
               '|' delimited size
               function trim(notify-priority) delimited size
               '|' delimited size
               function trim(notify-text) delimited size
               into notify-line
           move lock-name to notify-held-name
           move lock-path to notify-held-path
           move lock-ok-switch to notify-held-switch
           move "notify" to lock-name
           perform 619-acquire-lock
           open extend notify-file
           if notify-status not = "00"
               open output notify-file
           end-if
           if notify-status = "00"
               write notify-record from notify-line
               close notify-file
           end-if
           if lock-acquired
               perform 622-release-lock
           end-if
           move notify-held-name to lock-name
           move notify-held-path to lock-path
           move notify-held-switch to lock-ok-switch
           move spaces to notify-category.

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

       end program bountysettle.
