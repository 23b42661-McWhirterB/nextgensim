               "./NGM/data/lottery_pot.dat"
                             organization is line sequential
                             file status is lottery-pot-status.
           select lottery-history-file assign to
               "./NGM/data/lottery_history.dat"
                             organization is line sequential
                             file status is history-status.
           select lottery-archive-file assign to
               "./NGM/data/lottery_tickets.dat"
                             organization is line sequential
                             file status is archive-status.
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
           select messages-file assign to
               "./NGM/data/messages.dat"
                             organization is line sequential
                             file status is messages-status.
           select prefs-file assign to prefs-path
                             organization is line sequential
                             file status is prefs-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.

       data division.
       file section.
           01 lottery-record pic x(60).
           fd lottery-pot-file.
           01 lottery-pot-record pic x(20).
           fd lottery-history-file.
           01 lottery-history-record pic x(100).
           fd lottery-archive-file.
           01 lottery-archive-record pic x(80).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd lock-file.
           01 lock-record pic x(20).
           fd api-response-file.
           01 api-response-record pic x(1000).
           fd messages-file.
           01 messages-record pic x(120).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).

       working-storage section.
       01  local-data.
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "lotterydraw".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
           05 winner-count       pic 9(2) value 0.
           05 winner-idx         pic 9(2).
           05 winner-name        pic x(20) occurs 20 times.
           05 winner-paid        pic x(1) occurs 20 times.
           05 unpaid-count       pic 9(2) value 0.
           05 lottery-pot-line   pic x(20).
           05 lottery-pot        pic 9(8) value 0.
           05 prize-share        pic 9(8) value 0.
           05 disp-pot           pic z(7)9.
           05 disp-num           pic z9.

       01  draw-record.
           05 history-status     pic x(2).
           05 history-eof-switch pic x(1) value "N".
               88 end-of-history value "Y".
           05 history-line       pic x(100).
           05 hs-draw-fld        pic x(5).
           05 draw-no            pic 9(5) value 0.
           05 draw-date          pic 9(8).
           05 draw-time          pic 9(8).
           05 pot-before         pic 9(8) value 0.
           05 rollover-amount    pic 9(8) value 0.
           05 archive-status     pic x(2).
           05 archive-line       pic x(80).
           05 archive-win-seq    pic 9(5) value 0.
           05 archive-result     pic x(4).
           05 archive-amount     pic 9(8).
           05 archive-paid       pic x(6).

       01  mail-post.
           05 mail-log-status   pic x(2).
           05 mail-log-path     pic x(60).
           05 mail-date         pic 9(8).
           05 mail-time         pic 9(8).

       01  message-catalog.
           05 messages-status   pic x(2).
           05 messages-eof-switch pic x(1) value "N".
               88 end-of-messages value "Y".
           05 messages-line     pic x(120).
           05 msg-no-fld        pic x(4).
           05 msg-lang-fld      pic x(2).
           05 msg-text-fld      pic x(100).
           05 msg-low           pic 9(4) value 5100.
           05 msg-high          pic 9(4) value 5199.
           05 msg-row-count     pic 9(3) value 0.
           05 msg-row-max       pic 9(3) value 60.
           05 msg-idx           pic 9(3).
           05 msg-row occurs 60 times.
               10 mr-no         pic 9(4).
               10 mr-lang       pic x(2).
               10 mr-text       pic x(100).
           05 msg-want-no       pic 9(4).
           05 msg-want-lang     pic x(2) value "EN".
           05 msg-recipient     pic x(20).
           05 site-lang         pic x(2) value "EN".
           05 msg-own-switch    pic x(1) value "N".
               88 msg-own-found value "Y".
           05 msg-pos           pic 9(3).
           05 msg-ptr           pic 9(3).
           05 msg-fill-value    pic x(20).
           05 msg-filled        pic x(100).
           05 prefs-status      pic x(2).
           05 prefs-path        pic x(60).
           05 prefs-line        pic x(40).
           05 prefs-eof-switch  pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld       pic x(10).
           05 pf-value-fld      pic x(10).
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).

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
           display "=== NIGHTLY LOTTERY DRAW ==="
           perform 060-load-site-language
           perform 050-load-messages
           perform 100-load-pot
           move lottery-pot to pot-before
           perform 120-next-draw-no
           accept draw-date from date yyyymmdd
           accept draw-time from time
           accept random-seed from time
           compute winning-number = function mod(random-seed, 100)
           move winning-number to disp-num
           perform 200-scan-tickets
           if ticket-count = 0
               display "No tickets sold - pot rolls over."
               move lottery-pot to rollover-amount
               perform 500-write-history
               stop run
           end-if
           if winner-count = 0
               display "No winners tonight - pot rolls over."
               move lottery-pot to rollover-amount
               perform 450-archive-tickets
               perform 500-write-history
               perform 400-clear-tickets
               stop run
           end-if
           perform 300-pay-winner
               varying winner-idx from 1 by 1
               until winner-idx > winner-count
           move 0 to lottery-pot rollover-amount
           perform 110-save-pot
           perform 450-archive-tickets
           perform 500-write-history
           perform 400-clear-tickets
           move prize-share to disp-pot
           display "Prize per winner: $" disp-pot
           stop run.

       050-load-messages.
           move 0 to msg-row-count
           move "N" to messages-eof-switch
           open input messages-file
           if messages-status = "00"
               perform 052-read-message-line
                   until end-of-messages
               close messages-file
           end-if.

       052-read-message-line.
           read messages-file into messages-line
               at end move "Y" to messages-eof-switch
           end-read
           if not end-of-messages
               move spaces to msg-no-fld msg-lang-fld msg-text-fld
               unstring messages-line delimited by '|'
                   into msg-no-fld msg-lang-fld msg-text-fld
               end-unstring
               if msg-no-fld is numeric
                   and msg-row-count < msg-row-max
                   and function numval(msg-no-fld) >= msg-low
                   and function numval(msg-no-fld) <= msg-high
                   add 1 to msg-row-count
                   move msg-no-fld to mr-no(msg-row-count)
                   move msg-lang-fld to mr-lang(msg-row-count)
                   move msg-text-fld to mr-text(msg-row-count)
               end-if
           end-if.

       054-find-message.
           move "N" to msg-own-switch
           perform 055-check-message-row
               varying msg-idx from 1 by 1
               until msg-idx > msg-row-count.

       055-check-message-row.
           if mr-no(msg-idx) not = msg-want-no
               exit paragraph
           end-if
           if mr-lang(msg-idx) = msg-want-lang
               move mr-text(msg-idx) to msg-filled
               move "Y" to msg-own-switch
           else
               if mr-lang(msg-idx) = "EN"
                   and not msg-own-found
                   move mr-text(msg-idx) to msg-filled
               end-if
           end-if.

       056-fill-message.
           move 0 to msg-pos
           inspect msg-filled tallying msg-pos
               for characters before initial '&1'
           if msg-pos > 97
               exit paragraph
           end-if
           move msg-filled to msg-text-fld
           move spaces to msg-filled
           move 1 to msg-ptr
           if msg-pos > 0
               string msg-text-fld(1:msg-pos) delimited size
                   into msg-filled with pointer msg-ptr
               end-string
           end-if
           string function trim(msg-fill-value) delimited size
               msg-text-fld(msg-pos + 3:) delimited size
               into msg-filled with pointer msg-ptr
           end-string.

       058-recipient-language.
           move site-lang to msg-want-lang
           move spaces to prefs-path
           string './NGM/logs/prefs_' delimited size
               function trim(msg-recipient) delimited size
               '.dat' delimited size
               into prefs-path
           move "N" to prefs-eof-switch
           open input prefs-file
           if prefs-status = "00"
               perform 059-read-pref-line
                   until end-of-prefs
               close prefs-file
           end-if.

       059-read-pref-line.
           read prefs-file into prefs-line
               at end move "Y" to prefs-eof-switch
           end-read
           if not end-of-prefs
               move spaces to pf-kind-fld pf-value-fld
               unstring prefs-line delimited by '|'
                   into pf-kind-fld pf-value-fld
               end-unstring
               if pf-kind-fld = "LANG"
                   and pf-value-fld not = spaces
                   move pf-value-fld(1:2) to msg-want-lang
               end-if
           end-if.

       060-load-site-language.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 062-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if.

       062-read-tunable-line.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if not end-of-tunables
               move spaces to tunable-name tunable-value-fld
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               if tunable-name = "SITE-LANG"
                   and tunable-value-fld not = spaces
                   move function upper-case(tunable-value-fld(1:2))
                       to site-lang
               end-if
           end-if.

       100-load-pot.
           move 0 to lottery-pot
           open input lottery-pot-file
               close lottery-pot-file
           end-if.

       120-next-draw-no.
           move 0 to draw-no
           move "N" to history-eof-switch
           open input lottery-history-file
           if history-status = "00"
               perform 125-read-history-line
                   until end-of-history
               close lottery-history-file
           end-if
           add 1 to draw-no.

       125-read-history-line.
           read lottery-history-file into history-line
               at end move "Y" to history-eof-switch
           end-read
           if not end-of-history
               move spaces to hs-draw-fld
               unstring history-line delimited by '|'
                   into hs-draw-fld
               end-unstring
               if hs-draw-fld is numeric
                   and function numval(hs-draw-fld) > draw-no
                   compute draw-no = function numval(hs-draw-fld)
               end-if
           end-if.

       200-scan-tickets.
           move "N" to lottery-eof-switch
           open input lottery-file
           call "SYSTEM" using api-command
           perform 590-read-response
           if api-response(1:7) = "SUCCESS"
               move "Y" to winner-paid(winner-idx)
               display "Paid " function trim(
                   winner-name(winner-idx))
           else
               move "N" to winner-paid(winner-idx)
               add 1 to unpaid-count
               display "WARNING: could not pay "
                   function trim(winner-name(winner-idx))
                   " - credit by hand via the admin tool."
           accept mail-date from date yyyymmdd
           accept mail-time from time
           move prize-share to disp-pot
           move winner-name(winner-idx) to msg-recipient
           perform 058-recipient-language
           move 5101 to msg-want-no
           move 'LOTTERY WINNER! Your number hit for $&1.'
               to msg-filled
           perform 054-find-message
           move disp-pot to msg-fill-value
           perform 056-fill-message
           move msg-filled to mail-text
           move spaces to mail-log-line
           string mail-date delimited size
               '|' delimited size
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move winner-name(winner-idx) to notify-to
           move "LOTTERY" to notify-category
           perform 350-spool-notice.

       350-spool-notice.
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

       400-clear-tickets.
           open output lottery-file
               close lottery-file
           end-if.

       450-archive-tickets.
           move "N" to lottery-eof-switch
           move 0 to archive-win-seq
           open input lottery-file
           if lottery-status not = "00"
               exit paragraph
           end-if
           open extend lottery-archive-file
           if archive-status not = "00"
               open output lottery-archive-file
           end-if
           if archive-status = "00"
               perform 455-archive-ticket-line
                   until end-of-tickets
               close lottery-archive-file
           end-if
           close lottery-file.

       455-archive-ticket-line.
           read lottery-file
               at end move "Y" to lottery-eof-switch
           end-read
           if end-of-tickets
               exit paragraph
           end-if
           move spaces to lt-kind-fld lt-user-fld
               lt-number-fld lt-date-fld
           unstring lottery-record delimited by '|'
               into lt-kind-fld lt-user-fld lt-number-fld
                   lt-date-fld
           end-unstring
           if lt-kind-fld not = "TICKET"
               exit paragraph
           end-if
           move "LOSE" to archive-result
           move 0 to archive-amount
           move "-" to archive-paid
           if function numval(lt-number-fld) = winning-number
               add 1 to archive-win-seq
               move "WIN" to archive-result
               if archive-win-seq > winner-count
                   move "CAPPED" to archive-paid
               else
                   move prize-share to archive-amount
                   if winner-paid(archive-win-seq) = "Y"
                       move "PAID" to archive-paid
                   else
                       move "UNPAID" to archive-paid
                   end-if
               end-if
           end-if
           move spaces to archive-line
           string draw-no delimited size
               '|' delimited size
               function trim(lt-user-fld) delimited size
               '|' delimited size
               function trim(lt-number-fld) delimited size
               '|' delimited size
               function trim(lt-date-fld) delimited size
               '|' delimited size
               function trim(archive-result) delimited size
               '|' delimited size
               archive-amount delimited size
               '|' delimited size
               function trim(archive-paid) delimited size
               into archive-line
           write lottery-archive-record from archive-line.

       500-write-history.
           move spaces to history-line
           string draw-no delimited size
               '|' delimited size
               draw-date delimited size
               '|' delimited size
               draw-time delimited size
               '|' delimited size
               winning-number delimited size
               '|' delimited size
               ticket-count delimited size
               '|' delimited size
               pot-before delimited size
               '|' delimited size
               prize-share delimited size
               '|' delimited size
               winner-count delimited size
               '|' delimited size
               rollover-amount delimited size
               '|' delimited size
               random-seed delimited size
               '|' delimited size
               unpaid-count delimited size
               into history-line
           open extend lottery-history-file
           if history-status not = "00"
               open output lottery-history-file
           end-if
           if history-status = "00"
               write lottery-history-record from history-line
               close lottery-history-file
           end-if
           move draw-no to disp-pot
           display "Draw " function trim(disp-pot)
               " recorded in the draw history.".

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

       591-generate-ticket.
           accept ticket-clock from time
           add 1 to ticket-seq
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
