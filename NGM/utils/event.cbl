               arc-state-path
               organization is line sequential
               file status is arc-state-status.
           select authors-file assign to
               "./NGM/data/event_authors.dat"
               organization is line sequential
               file status is authors-status.
           select ach-file assign to
               ach-path
               organization is line sequential
               file status is ach-status.
           select mail-log-file assign to
               mail-log-path
               organization is line sequential
               file status is mail-log-status.
           select lock-file assign to
               lock-path
               organization is line sequential
               file status is lock-status.
           select messages-file assign to
               "./NGM/data/messages.dat"
               organization is line sequential
               file status is messages-status.
           select prefs-file assign to
               prefs-path
               organization is line sequential
               file status is prefs-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
               organization is line sequential
               file status is tunables-status.

       data division.
       file section.
           fd event-data-file.
           01 event-data-record pic x(213).
           fd event-log-file.
           01 event-log-record pic x(80).
           fd arc-state-file.
           01 arc-state-record pic x(40).
           fd authors-file.
           01 authors-record pic x(80).
           fd ach-file.
           01 ach-record pic x(60).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd lock-file.
           01 lock-record pic x(20).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).

       working-storage section.
       01 EventDatabase.
           05 event-text   PIC X(200) OCCURS 300 TIMES.
           05 event-cost   PIC S9(5) OCCURS 300 TIMES.
           05 event-type   PIC X(1) OCCURS 300 TIMES.
           05 event-code   PIC X(5) OCCURS 300 TIMES.
           05 random-event  PIC 9(3).
           05 random-seed  PIC 9(8).
           05 user-input   PIC X(1).
           05 log-amount        pic -(5)9.
           05 event-timestamp   pic 9(8).
           05 event-log-date    pic 9(8).
           05 log-choice        pic x(1).

       01 event-authors.
           05 authors-status    pic x(2).
           05 authors-eof-switch pic x(1) value "N".
               88 end-of-authors value "Y".
           05 author-count      pic 9(3) value 0.
           05 author-max        pic 9(3) value 300.
           05 author-idx        pic 9(3).
           05 author-hit        pic 9(3) value 0.
           05 author-row        pic x(80) occurs 300 times.
           05 au-code-fld       pic x(5).
           05 au-user-fld       pic x(20).
           05 au-date-fld       pic x(8).
           05 au-trig-fld       pic x(8).
           05 au-player-fld     pic x(20).
           05 author-name       pic x(20).
           05 author-today      pic 9(8).
           05 api-command       pic x(200).

       01 author-achievement.
           05 ach-status        pic x(2).
           05 ach-path          pic x(60).
           05 ach-line          pic x(60).
           05 ach-stored-code   pic x(12).
           05 ach-eof-switch    pic x(1) value "N".
               88 end-of-achs value "Y".
           05 ach-found-switch  pic x(1) value "N".
               88 ach-already-earned value "Y".

       01 mail-post.
           05 mail-log-status   pic x(2).
           05 mail-log-path     pic x(60).
           05 mail-log-line     pic x(150).
           05 mail-to           pic x(20).
           05 mail-from         pic x(10).
           05 mail-text         pic x(100).
           05 mail-date         pic 9(8).
           05 mail-time         pic 9(8).

       01 file-locking.
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
           05 poll-interval-ns  pic 9(9) value 250000000.

       01  message-catalog.
           05 messages-status   pic x(2).
           05 messages-eof-switch pic x(1) value "N".
               88 end-of-messages value "Y".
           05 messages-line     pic x(100).
           05 msg-no-fld        pic x(4).
           05 msg-lang-fld      pic x(2).
           05 msg-text-fld      pic x(60).
           05 msg-no            pic 9(4).
           05 msg-idx           pic 9(3).
           05 msg-base          pic 9(4) value 4300.
           05 msg-count         pic 9(3) value 8.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 8 times.
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

       01  screen-text-defaults.
           05 filler pic x(50) value
               'WARNING: events.dat holds more events'.
           05 filler pic x(50) value
               'than the engine can load -'.
           05 filler pic x(50) value
               'row(s) were IGNORED.'.
           05 filler pic x(50) value
               'Trim the file or raise the table size.'.
           05 filler pic x(50) value
               'Press any key to continue...'.
           05 filler pic x(50) value
               'Wallet Change: $'.
           05 filler pic x(50) value
               'What do you do?'.
           05 filler pic x(50) value
               'Your earlier choices pay off double!'.
       01  screen-text.
           05 mt-warning-events-dat pic x(50).
           05 mt-than-the-engine-can pic x(50).
           05 mt-row-s-were-ignored pic x(50).
           05 mt-trim-the-file     pic x(50).
           05 mt-press-any-key     pic x(50).
           05 mt-wallet-change     pic x(50).
           05 mt-what-do-you-do    pic x(50).
           05 mt-your-earlier      pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 8 times.

       linkage section.
       01  wallet-change pic S9(5).

       procedure division using wallet-change username
               in-debt-flag notor-flag.
           perform 062-load-language
           perform 060-load-messages
           move 0 to wallet-change
           perform 005-load-arc-state
           perform 010-setup-events
           perform 000-random-number.
           perform 020-display-event.
           perform 030-log-event-trigger.
           perform 040-credit-event-author.
           goback.


       060-load-messages.
           move screen-text-defaults to screen-text
           move spaces to msg-own-flags
           move "N" to messages-eof-switch
           open input messages-file
           if messages-status = "00"
               perform 061-read-message-line
                   until end-of-messages
               close messages-file
           end-if.

       061-read-message-line.
           read messages-file into messages-line
               at end move "Y" to messages-eof-switch
           end-read
           if not end-of-messages
               move spaces to msg-no-fld msg-lang-fld msg-text-fld
               unstring messages-line delimited by '|'
                   into msg-no-fld msg-lang-fld msg-text-fld
               end-unstring
               if msg-no-fld is numeric
                   move msg-no-fld to msg-no
                   if msg-no > msg-base
                       and msg-no <= msg-base + msg-count
                       compute msg-idx = msg-no - msg-base
                       if msg-lang-fld = msg-lang
                           move msg-text-fld to msg-text(msg-idx)
                           move "Y" to msg-own-lang(msg-idx)
                       else
                           if msg-lang-fld = "EN"
                               and msg-own-lang(msg-idx) not = "Y"
                               move msg-text-fld to msg-text(msg-idx)
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       062-load-language.
           move "EN" to msg-lang
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 063-read-lang-tunable
                   until end-of-tunables
               close tunables-file
           end-if
           move spaces to prefs-path
           string './NGM/logs/prefs_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into prefs-path
           move "N" to prefs-eof-switch
           open input prefs-file
           if prefs-status = "00"
               perform 064-read-pref-line
                   until end-of-prefs
               close prefs-file
           end-if.

       063-read-lang-tunable.
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
                       to msg-lang
               end-if
           end-if.

       064-read-pref-line.
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
                   move pf-value-fld(1:2) to msg-lang
               end-if
           end-if.

       005-load-arc-state.
           move 0 to arc-state-count
           move spaces to arc-state-path
           end-if
           if skipped-rows > 0
               display erase screen
               display function trim(mt-warning-events-dat trailing)
                   at 0202
               display function trim(mt-than-the-engine-can trailing)
                   at 0302
               display skipped-rows at 0330
               display function trim(mt-row-s-were-ignored trailing)
                   at 0402
               display function trim(mt-trim-the-file trailing)
                   at 0502
               display function trim(mt-press-any-key trailing) at 0702
               accept user-input at 0729
           end-if.

               at end move "Y" to event-eof-switch
           end-read
           if not end-of-events
               if event-data-record(1:6) = "RETIRE"
                   move "Y" to event-eof-switch
                   exit paragraph
               end-if
               if event-count >= event-max
                   add 1 to skipped-rows
                   exit paragraph
               end-if
               add 1 to event-count
               move event-data-record(209:5) to event-code(event-count)
               move event-data-record(1:6) to event-cost-text
               move event-data-record(8:200) to event-text(event-count)
               if event-cost-text = "ARC"
            display event-text(random-event)(1:59) at line 2 column 2
            display event-text(random-event)(60:59) at line 3 column 2
            display event-text(random-event)(119:59) at line 4 column 2
            move "0" to log-choice
            if event-type(random-event) = "C"
                perform 021-display-choice
            else
                end-if
            end-if
            move wallet-change to disp-amount
            display function trim(mt-wallet-change trailing) at line 6
                column 2
            display disp-amount at line 6 column 18
            display function trim(mt-press-any-key trailing) at line 8
                column 2
            accept user-input at line 8 column 32.

       021-display-choice.
            display "2) " at line 11 column 2
            display opt-b-text(random-event)(1:59)
                at line 11 column 5
            display function trim(mt-what-do-you-do trailing) at line 13
                column 2
            accept choice-pick at line 13 column 19
            if choice-pick = '2'
                move opt-b-cost(random-event) to wallet-change
                move "2" to log-choice
            else
                move opt-a-cost(random-event) to wallet-change
                move "1" to log-choice
            end-if.

       022-record-arc-choice.
               and arc-good-path
               and wallet-change > 0
               compute wallet-change = wallet-change * 2
               display function trim(mt-your-earlier trailing)
                   at line 5 column 2
           end-if.

           move spaces to event-log-line
           string function trim(username) delimited size
               '|' delimited size
               event-code(random-event) delimited size
               '|' delimited size
               function trim(log-amount) delimited size
               '|' delimited size
               event-timestamp delimited size
               '|' delimited size
               event-log-date delimited size
               '|' delimited size
               log-choice delimited size
               into event-log-line
           open extend event-log-file
           if event-log-status = "00"
           end-if
           close event-log-file.

       040-credit-event-author.
           perform 041-load-authors
           perform 043-find-first-trigger
           if author-hit = 0
               exit paragraph
           end-if
           move "events" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               exit paragraph
           end-if
           perform 041-load-authors
           perform 043-find-first-trigger
           if author-hit > 0
               perform 045-stamp-first-trigger
               perform 046-save-authors
           end-if
           perform 622-release-lock
           if author-hit > 0
               perform 048-reward-author
           end-if.

       041-load-authors.
           move 0 to author-count
           move "N" to authors-eof-switch
           open input authors-file
           if authors-status = "00"
               perform 042-read-author-line
                   until end-of-authors
               close authors-file
           end-if.

       042-read-author-line.
           read authors-file
               at end move "Y" to authors-eof-switch
           end-read
           if not end-of-authors
               and author-count < author-max
               add 1 to author-count
               move authors-record to author-row(author-count)
           end-if.

       043-find-first-trigger.
           move 0 to author-hit
           perform 044-check-author-row
               varying author-idx from 1 by 1
               until author-idx > author-count
                   or author-hit > 0.

       044-check-author-row.
           move spaces to au-code-fld au-user-fld au-date-fld
               au-trig-fld au-player-fld
           unstring author-row(author-idx) delimited by '|'
               into au-code-fld au-user-fld au-date-fld
                   au-trig-fld au-player-fld
           end-unstring
           if au-code-fld = event-code(random-event)
               and au-trig-fld = spaces
               and function trim(au-user-fld)
                   not = function trim(username)
               move author-idx to author-hit
               move au-user-fld to author-name
           end-if.

       045-stamp-first-trigger.
           accept author-today from date yyyymmdd
           move spaces to au-code-fld au-user-fld au-date-fld
               au-trig-fld au-player-fld
           unstring author-row(author-hit) delimited by '|'
               into au-code-fld au-user-fld au-date-fld
                   au-trig-fld au-player-fld
           end-unstring
           move spaces to author-row(author-hit)
           string au-code-fld delimited size
               '|' delimited size
               function trim(au-user-fld) delimited size
               '|' delimited size
               function trim(au-date-fld) delimited size
               '|' delimited size
               author-today delimited size
               '|' delimited size
               function trim(username) delimited size
               into author-row(author-hit).

       046-save-authors.
           open output authors-file
           if authors-status = "00"
               perform 047-write-author-line
                   varying author-idx from 1 by 1
                   until author-idx > author-count
               close authors-file
           end-if.

       047-write-author-line.
           write authors-record from author-row(author-idx).

       048-reward-author.
           move author-name to mail-to
           move "EVENTS" to mail-from
           move spaces to mail-text
           string 'Your event ' delimited size
               event-code(random-event) delimited size
               ' just happened to another player for the first'
                   delimited size
               ' time!' delimited size
               into mail-text
           perform 050-post-mail
           move "N" to ach-found-switch
           move "N" to ach-eof-switch
           move spaces to ach-path
           string './NGM/logs/ach_' delimited size
               function trim(author-name) delimited size
               '.dat' delimited size
               into ach-path
           open input ach-file
           if ach-status = "00"
               perform 049-read-ach-line
                   until end-of-achs
               close ach-file
           end-if
           if ach-already-earned
               exit paragraph
           end-if
           move spaces to ach-line
           string 'EVAUTHOR|' delimited size
               author-today delimited size
               into ach-line
           open extend ach-file
           if ach-status not = "00"
               open output ach-file
           end-if
           if ach-status = "00"
               write ach-record from ach-line
               close ach-file
           end-if
           move "ACHIEVE" to mail-from
           move 'Achievement unlocked: PUBLISHED EVENT AUTHOR'
               to mail-text
           perform 050-post-mail.

       049-read-ach-line.
           read ach-file into ach-line
               at end move "Y" to ach-eof-switch
           end-read
           if not end-of-achs
               move spaces to ach-stored-code
               unstring ach-line delimited by '|'
                   into ach-stored-code
               end-unstring
               if ach-stored-code = "EVAUTHOR"
                   move "Y" to ach-found-switch
               end-if
           end-if.

       050-post-mail.
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
           close mail-log-file.

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


       end program event.
