       identification division.
       program-id. xferrelease.

       environment division.
       input-output section.
           select held-file assign to
               "./NGM/data/held_transfers.dat"
                             organization is line sequential
                             file status is held-status.
           select held-temp-file assign to
               "./NGM/data/held_transfers.tmp"
                             organization is line sequential
                             file status is held-temp-status.
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
           select closed-file assign to
               "./NGM/data/closed_accounts.dat"
                             organization is line sequential
                             file status is closed-status.
           select lock-file assign to lock-path
                             organization is line sequential
                             file status is lock-status.
           select api-response-file assign to api-response-path
                             organization is line sequential
                             file status is file-status.

       data division.
       file section.
           fd held-file.
           01 held-record pic x(150).
           fd held-temp-file.
           01 held-temp-record pic x(150).
           fd txn-log-file.
           01 txn-log-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd closed-file.
           01 closed-record pic x(100).
           fd lock-file.
           01 lock-record pic x(20).
           fd api-response-file.
           01 api-response-record pic x(1000).

       working-storage section.
       01  local-data.
           05 file-status   pic x(2).
           05 api-command   pic x(500).
           05 api-response  pic x(1000).
           05 api-user      pic x(20).
           05 trade-amt     pic 9(7).
           05 run-date      pic 9(8).
           05 disp-amt      pic z(6)9.
           05 disp-count    pic z(4)9.

       01  correlation.
           05 ticket-seq       pic 9(2) value 0.
           05 ticket-clock     pic 9(8).
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "xferrelease".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".

       01  held-book.
           05 held-status       pic x(2).
           05 held-temp-status  pic x(2).
           05 held-eof-switch   pic x(1) value "N".
               88 end-of-held value "Y".
           05 held-line         pic x(150).
           05 held-changed-switch pic x(1) value "N".
               88 held-changed value "Y".
           05 hd-id             pic x(18).
           05 hd-sender         pic x(20).
           05 hd-recipient      pic x(20).
           05 hd-amount-fld     pic x(8).
           05 hd-date           pic x(8).
           05 hd-time           pic x(8).
           05 hd-release        pic x(8).
           05 hd-state          pic x(10).
           05 hd-reason         pic x(10).
           05 hd-closed         pic x(8).
           05 hd-closed-by      pic x(20).
           05 hd-amount         pic 9(7).
           05 hd-release-date   pic 9(8).
           05 closed-status     pic x(2).
           05 closed-eof-switch pic x(1) value "N".
               88 end-of-closed value "Y".
           05 closed-user-fld   pic x(20).
           05 closed-found-switch pic x(1) value "N".
               88 account-is-closed value "Y".

       01  release-counts.
           05 items-held        pic 9(5) value 0.
           05 items-due         pic 9(5) value 0.
           05 items-released    pic 9(5) value 0.
           05 items-returned    pic 9(5) value 0.
           05 items-left        pic 9(5) value 0.

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
           05 txn-direction     pic x(8).
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
           display "=== HELD TRANSFER RELEASE ==="
           move "heldxfer" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display "Held transfers are busy - "
                   "try again shortly."
               move 8 to return-code
               stop run
           end-if
           perform 100-release-transfers
           perform 622-release-lock
           move items-held to disp-count
           display "Still on hold:       " disp-count
           move items-due to disp-count
           display "Due for release:     " disp-count
           move items-released to disp-count
           display "Released:            " disp-count
           move items-returned to disp-count
           display "Returned to sender:  " disp-count
           if items-left > 0
               move items-left to disp-count
               display "Left for next run:   " disp-count
           end-if
           stop run.

       100-release-transfers.
           move "N" to held-eof-switch
           open input held-file
           if held-status not = "00"
               display "No held transfers on file."
               exit paragraph
           end-if
           open output held-temp-file
           if held-temp-status not = "00"
               close held-file
               display "Could not open the held transfer work file."
               move 8 to return-code
               exit paragraph
           end-if
           perform 110-judge-held-line
               until end-of-held
           close held-file
           close held-temp-file
           if held-changed
               perform 380-copy-held-back
           end-if.

       110-judge-held-line.
           read held-file into held-line
               at end move "Y" to held-eof-switch
           end-read
           if end-of-held
               exit paragraph
           end-if
           if held-line not = spaces
               perform 120-split-held-line
               if hd-state = "HELD"
                   if hd-release-date <= run-date
                       add 1 to items-due
                       perform 200-settle-transfer
                   else
                       add 1 to items-held
                   end-if
               end-if
           end-if
           write held-temp-record from held-line.

       120-split-held-line.
           move spaces to hd-id hd-sender hd-recipient hd-amount-fld
               hd-date hd-time hd-release hd-state hd-reason
               hd-closed hd-closed-by
           unstring held-line delimited by '|'
               into hd-id hd-sender hd-recipient hd-amount-fld
                   hd-date hd-time hd-release hd-state hd-reason
                   hd-closed hd-closed-by
           end-unstring
           compute hd-amount = function numval(hd-amount-fld)
           compute hd-release-date = function numval(hd-release).

       130-build-held-line.
           move spaces to held-line
           string function trim(hd-id) delimited size
               '|' delimited size
               function trim(hd-sender) delimited size
               '|' delimited size
               function trim(hd-recipient) delimited size
               '|' delimited size
               function trim(hd-amount-fld) delimited size
               '|' delimited size
               hd-date delimited size
               '|' delimited size
               hd-time delimited size
               '|' delimited size
               hd-release delimited size
               '|' delimited size
               function trim(hd-state) delimited size
               '|' delimited size
               function trim(hd-reason) delimited size
               '|' delimited size
               run-date delimited size
               '|' delimited size
               function trim(hd-closed-by) delimited size
               into held-line.

       200-settle-transfer.
           move hd-amount to trade-amt
           move hd-amount to disp-amt
           perform 230-check-closed-recipient
           if account-is-closed
               move hd-sender to api-user
               perform 540-api-deposit
               if api-response(1:7) not = "SUCCESS"
                   add 1 to items-left
                   exit paragraph
               end-if
               perform 220-mark-returned
               exit paragraph
           end-if
           move hd-recipient to api-user
           perform 540-api-deposit
           if api-response(1:7) = "SUCCESS"
               perform 210-mark-released
               exit paragraph
           end-if
           if api-response(1:5) = "ERROR"
               add 1 to items-left
               exit paragraph
           end-if
           move hd-sender to api-user
           perform 540-api-deposit
           if api-response(1:7) not = "SUCCESS"
               add 1 to items-left
               exit paragraph
           end-if
           perform 220-mark-returned.

       210-mark-released.
           add 1 to items-released
           move "RELEASED" to hd-state
           move "RELEASE" to hd-closed-by
           perform 130-build-held-line
           move "Y" to held-changed-switch
           perform 605-next-txn-id
           move "XFERIN" to txn-direction
           move hd-recipient to txn-user
           move hd-sender to txn-other
           perform 600-log-transaction
           move "XFERREL" to txn-direction
           move hd-sender to txn-user
           move hd-recipient to txn-other
           perform 600-log-transaction
           move hd-recipient to mail-to
           move spaces to mail-text
           string 'You received a transfer of $' delimited size
               function trim(disp-amt) delimited size
               ' from ' delimited size
               function trim(hd-sender) delimited size
               ' (released from hold).' delimited size
               into mail-text
           perform 610-post-mail
           move hd-sender to mail-to
           move spaces to mail-text
           string 'Your held transfer of $' delimited size
               function trim(disp-amt) delimited size
               ' to ' delimited size
               function trim(hd-recipient) delimited size
               ' has been released.' delimited size
               into mail-text
           perform 610-post-mail.

       220-mark-returned.
           add 1 to items-returned
           move "RETURNED" to hd-state
           move "RELEASE" to hd-closed-by
           perform 130-build-held-line
           move "Y" to held-changed-switch
           perform 605-next-txn-id
           move "XFERBACK" to txn-direction
           move hd-sender to txn-user
           move hd-recipient to txn-other
           perform 600-log-transaction
           move hd-sender to mail-to
           move spaces to mail-text
           string 'Your held transfer of $' delimited size
               function trim(disp-amt) delimited size
               ' to ' delimited size
               function trim(hd-recipient) delimited size
               ' could not be delivered and was refunded.'
               delimited size
               into mail-text
           perform 610-post-mail.

       230-check-closed-recipient.
           move "N" to closed-found-switch
           move "N" to closed-eof-switch
           open input closed-file
           if closed-status = "00"
               perform 235-read-closed-line
                   until end-of-closed or account-is-closed
               close closed-file
           end-if.

       235-read-closed-line.
           read closed-file
               at end move "Y" to closed-eof-switch
           end-read
           if not end-of-closed
               move spaces to closed-user-fld
               unstring closed-record delimited by '|'
                   into closed-user-fld
               end-unstring
               if function trim(closed-user-fld)
                       = function trim(hd-recipient)
                   move "Y" to closed-found-switch
               end-if
           end-if.

       380-copy-held-back.
           move "N" to held-eof-switch
           open input held-temp-file
           open output held-file
           if held-temp-status = "00"
               and held-status = "00"
               perform 385-copy-one-held-line
                   until end-of-held
           end-if
           close held-temp-file
           close held-file.

       385-copy-one-held-line.
           read held-temp-file
               at end move "Y" to held-eof-switch
           end-read
           if not end-of-held
               write held-record from held-temp-record
           end-if.

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
               '|TRANSFER|' delimited size
               function trim(mail-text) delimited size
               into mail-log-line
           open extend mail-log-file
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move mail-to to notify-to
           move "TRANSFER" to notify-category
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

       540-api-deposit.
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

       end program xferrelease.
