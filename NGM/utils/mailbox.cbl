               block-temp-path
               organization is line sequential
               file status is block-temp-status.
           select report-file assign to
               "./NGM/data/mail_reports.dat"
               organization is line sequential
               file status is report-status.
           select mute-file assign to
               "./NGM/data/mail_mutes.dat"
               organization is line sequential
               file status is mute-status.
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
           01 block-record pic x(20).
           fd block-temp-file.
           01 block-temp-record pic x(20).
           fd report-file.
           01 report-record pic x(200).
           fd mute-file.
           01 mute-record pic x(120).
           fd lock-file.
           01 lock-record pic x(20).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).

       working-storage section.
       01  local-data.
               88 sender-is-blocked value "Y".
           05 block-shown       pic 9(2) value 0.

       01  moderation.
           05 report-status    pic x(2).
           05 report-line      pic x(200).
           05 report-eof-switch pic x(1) value "N".
               88 end-of-reports value "Y".
           05 rp-kind-fld      pic x(4).
           05 report-count     pic 9(5).
           05 report-id        pic x(6).
           05 report-date      pic 9(8).
           05 report-sender    pic x(20).
           05 report-pick      pic 9(3).
           05 context-count    pic 9(1).
           05 context-max      pic 9(1) value 3.
           05 mute-status      pic x(2).
           05 mute-line        pic x(120).
           05 mute-eof-switch  pic x(1) value "N".
               88 end-of-mutes value "Y".
           05 mu-player-fld    pic x(20).
           05 mu-until-fld     pic x(8).
           05 mu-by-fld        pic x(20).
           05 mu-date-fld      pic x(8).
           05 mu-reason-fld    pic x(60).
           05 mute-until       pic 9(8) value 0.
           05 mute-reason      pic x(60).
           05 mute-today       pic 9(8).
           05 system-sender-switch pic x(1) value "N".
               88 is-system-sender value "Y".

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
           05 poll-interval-ns  pic 9(9) value 250000000.
           05 api-command       pic x(200).

       01  validation.
           05 validate-field   pic x(20).
           05 validate-ok      pic x(1).
           05 nav-done        pic x(1) value "N".
               88 is-nav-done value "Y".

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
           05 msg-base          pic 9(4) value 4600.
           05 msg-count         pic 9(3) value 34.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 34 times.
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
               '=== MAILBOX ==='.
           05 filler pic x(50) value
               'No messages.'.
           05 filler pic x(50) value
               'Page'.
           05 filler pic x(50) value
               ' of'.
           05 filler pic x(50) value
               'N) Next  P) Prev  D) Delete One'.
           05 filler pic x(50) value
               'A) Delete All  C) Compose  R) Reply'.
           05 filler pic x(50) value
               'X) Report Abuse'.
           05 filler pic x(50) value
               'K) Block List  O) Loan Offers'.
           05 filler pic x(50) value
               'Any Other) Back'.
           05 filler pic x(50) value
               'Send to:'.
           05 filler pic x(50) value
               'Names may only contain letters and'.
           05 filler pic x(50) value
               'digits.'.
           05 filler pic x(50) value
               'Reply to message number:'.
           05 filler pic x(50) value
               'You cannot reply to system mail.'.
           05 filler pic x(50) value
               'Replying to'.
           05 filler pic x(50) value
               'Your outgoing mail is muted until'.
           05 filler pic x(50) value
               'Reason:'.
           05 filler pic x(50) value
               'Message:'.
           05 filler pic x(50) value
               'Message sent.'.
           05 filler pic x(50) value
               '=== BLOCKED SENDERS ==='.
           05 filler pic x(50) value
               'You have not blocked anyone.'.
           05 filler pic x(50) value
               'A) Block a player  R) Unblock a player'.
           05 filler pic x(50) value
               'Any other key to go back:'.
           05 filler pic x(50) value
               'Block whom:'.
           05 filler pic x(50) value
               'Unblock whom:'.
           05 filler pic x(50) value
               'Report message number:'.
           05 filler pic x(50) value
               'System mail cannot be reported.'.
           05 filler pic x(50) value
               'Report this message from'.
           05 filler pic x(50) value
               'to the moderators? (Y/N):'.
           05 filler pic x(50) value
               'Reports are busy - try again shortly.'.
           05 filler pic x(50) value
               'Reported as'.
           05 filler pic x(50) value
               '- thank you.'.
           05 filler pic x(50) value
               'Could not file the report.'.
           05 filler pic x(50) value
               'Delete message number:'.
       01  screen-text.
           05 mt-mailbox           pic x(50).
           05 mt-no-messages       pic x(50).
           05 mt-page              pic x(50).
           05 mt-of                pic x(50).
           05 mt-n-next-p-prev     pic x(50).
           05 mt-a-delete-all-c    pic x(50).
           05 mt-x-report-abuse    pic x(50).
           05 mt-k-block-list-o    pic x(50).
           05 mt-any-other-back    pic x(50).
           05 mt-send              pic x(50).
           05 mt-names-may-only    pic x(50).
           05 mt-digits            pic x(50).
           05 mt-reply-to-message  pic x(50).
           05 mt-you-cannot-reply  pic x(50).
           05 mt-replying          pic x(50).
           05 mt-your-outgoing-mail pic x(50).
           05 mt-reason            pic x(50).
           05 mt-message           pic x(50).
           05 mt-message-sent      pic x(50).
           05 mt-blocked-senders   pic x(50).
           05 mt-you-have-not      pic x(50).
           05 mt-a-block-a-player  pic x(50).
           05 mt-any-other-key     pic x(50).
           05 mt-block-whom        pic x(50).
           05 mt-unblock-whom      pic x(50).
           05 mt-report-message    pic x(50).
           05 mt-system-mail-cannot pic x(50).
           05 mt-report-this-message pic x(50).
           05 mt-to-the-moderators-y pic x(50).
           05 mt-reports-are-busy  pic x(50).
           05 mt-reported          pic x(50).
           05 mt-thank             pic x(50).
           05 mt-could-not-file    pic x(50).
           05 mt-delete-message    pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 34 times.

       linkage section.
       01  mb-username pic x(20).
       01  mb-user-bank pic S9(7).

       procedure division using mb-username mb-user-bank.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           move spaces to mail-path
           string './NGM/logs/mail_' delimited size
               function trim(mb-username) delimited size
           perform 210-page-loop until is-nav-done
           goback.

       001-load-messages.
           move screen-text-defaults to screen-text
           move spaces to msg-own-flags
           move "N" to messages-eof-switch
           open input messages-file
           if messages-status = "00"
               perform 002-read-message-line
                   until end-of-messages
               close messages-file
           end-if.

       002-read-message-line.
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

       003-load-language.
           move "EN" to msg-lang
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 004-read-lang-tunable
                   until end-of-tunables
               close tunables-file
           end-if
           move spaces to prefs-path
           string './NGM/logs/prefs_' delimited size
               function trim(mb-username) delimited size
               '.dat' delimited size
               into prefs-path
           move "N" to prefs-eof-switch
           open input prefs-file
           if prefs-status = "00"
               perform 005-read-pref-line
                   until end-of-prefs
               close prefs-file
           end-if.

       004-read-lang-tunable.
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

       005-read-pref-line.
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

       210-page-loop.
           perform 100-load-mail
           perform 200-display-mail

       200-display-mail.
           display erase screen
           display function trim(mt-mailbox trailing) at 0202
           if mail-count = 0
               display function trim(mt-no-messages trailing) at 0402
           else
               compute page-start = ((current-page - 1) * page-size)
                   + 1
               perform 220-display-entry
                   until mail-idx > page-end
           end-if
           display function trim(mt-page trailing) at 1502
           display current-page at 1508
           display function trim(mt-of trailing) at 1511
           display total-pages at 1516
           display function trim(mt-n-next-p-prev trailing) at 1702
           display function trim(mt-a-delete-all-c trailing) at 1802
           display function trim(mt-x-report-abuse trailing) at 1840
           display function trim(mt-k-block-list-o trailing) at 1902
           display function trim(mt-any-other-back trailing) at 1932
           accept user-input at 1948.

       220-display-entry.
           compute disp-row = mail-idx - page-start + 4
               when 'K'
               when 'k'
                   perform 430-block-screen
               when 'X'
               when 'x'
                   perform 500-report-message
               when 'O'
               when 'o'
                   call './NGM/utils/p2ploan' using mb-username
                       mb-user-bank
               when other
                   move "Y" to nav-done
           end-evaluate.

       400-compose.
           display function trim(mt-send trailing) at 2002
           accept compose-to at 2012
           if function trim(compose-to) = spaces
               or function trim(compose-to)
           move compose-to to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               display function trim(mt-names-may-only trailing)
                   at 2102
               display function trim(mt-digits trailing) at 2202
               accept user-input at 2211
               exit paragraph
           end-if
           perform 420-write-message.

       410-reply.
           display function trim(mt-reply-to-message trailing) at 2002
           accept pick-number at 2028
           if pick-number < 1 or pick-number > mail-count
               exit paragraph
               into mail-date-part mail-time-part
                   mail-from-part mail-text-part
           end-unstring
           perform 415-check-system-sender
           if is-system-sender
               display function trim(mt-you-cannot-reply trailing)
                   at 2102
               accept user-input at 2135
               exit paragraph
           end-if
           move mail-from-part to compose-to
           display function trim(mt-replying trailing) at 2102
           display function trim(compose-to) at 2114
           perform 420-write-message.

       415-check-system-sender.
           move "N" to system-sender-switch
           if mail-from-part = "SECURITY" or mail-from-part = "BANK"
               or mail-from-part = "BOUNTY"
               or mail-from-part = "INSURE"
               or mail-from-part = "WELCOME"
               or mail-from-part = "JOBBER"
               or mail-from-part = "REFERRAL"
               or mail-from-part = "AUCTION"
               or mail-from-part = "LOANS"
               or mail-from-part = "CREWBANK"
               or mail-from-part = "PROPERTY"
               or mail-from-part = "EVENTS"
               move "Y" to system-sender-switch
           end-if.

       420-write-message.
           perform 520-check-my-mute
           if mute-until > 0
               display function trim(mt-your-outgoing-mail trailing)
                   at 2202
               display mute-until at 2236
               display function trim(mt-reason trailing) at 2302
               display function trim(mute-reason) at 2310
               accept user-input at 2379
               exit paragraph
           end-if
           display function trim(mt-message trailing) at 2202
           move spaces to compose-text
           accept compose-text at 2212
           if function trim(compose-text) = spaces
           if not sender-is-blocked
               perform 450-post-player-mail
           end-if
           display function trim(mt-message-sent trailing) at 2302
           accept user-input at 2316.

       430-block-screen.
           display erase screen
           display function trim(mt-blocked-senders trailing) at 0202
           move 0 to block-shown
           move "N" to block-eof-switch
           open input block-file
               close block-file
           end-if
           if block-shown = 0
               display function trim(mt-you-have-not trailing) at 0402
           end-if
           display function trim(mt-a-block-a-player trailing) at 1502
           display function trim(mt-any-other-key trailing) at 1602
           accept user-input at 1629
           evaluate user-input
               when 'A'
               when 'a'
                   display function trim(mt-block-whom trailing) at 1802
                   accept block-name at 1815
                   move block-name to validate-field
                   perform 900-validate-alnum
                   perform 430-block-screen
               when 'R'
               when 'r'
                   display function trim(mt-unblock-whom trailing)
                       at 1802
                   accept block-name at 1817
                   perform 460-remove-block
                   perform 430-block-screen
               write block-record from block-temp-record
           end-if.

       500-report-message.
           display function trim(mt-report-message trailing) at 2002
           accept pick-number at 2026
           if pick-number < 1 or pick-number > mail-count
               exit paragraph
           end-if
           move spaces to mail-date-part mail-time-part
               mail-from-part mail-text-part
           unstring mail-line(pick-number) delimited by '|'
               into mail-date-part mail-time-part
                   mail-from-part mail-text-part
           end-unstring
           perform 415-check-system-sender
           if is-system-sender
               display function trim(mt-system-mail-cannot trailing)
                   at 2102
               accept user-input at 2135
               exit paragraph
           end-if
           move mail-from-part to report-sender
           display function trim(mt-report-this-message trailing)
               at 2102
           display function trim(report-sender) at 2127
           display function trim(mt-to-the-moderators-y trailing)
               at 2202
           accept user-input at 2229
           if user-input not = 'Y' and user-input not = 'y'
               exit paragraph
           end-if
           move "moderation" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-reports-are-busy trailing)
                   at 2302
               accept user-input at 2341
               exit paragraph
           end-if
           perform 510-next-report-id
           accept report-date from date yyyymmdd
           open extend report-file
           if report-status not = "00"
               open output report-file
           end-if
           if report-status = "00"
               move "MSG" to rp-kind-fld
               perform 505-write-report-line
               move 0 to context-count
               perform 507-add-context-line
                   varying mail-idx from mail-count by -1
                   until mail-idx < 1
                       or context-count >= context-max
               close report-file
               display function trim(mt-reported trailing) at 2302
               display report-id at 2314
               display function trim(mt-thank trailing) at 2321
           else
               display function trim(mt-could-not-file trailing) at 2302
           end-if
           perform 622-release-lock
           accept user-input at 2334.

       505-write-report-line.
           move spaces to report-line
           string report-id delimited size
               '|' delimited size
               function trim(rp-kind-fld) delimited size
               '|' delimited size
               function trim(mb-username) delimited size
               '|' delimited size
               function trim(report-sender) delimited size
               '|' delimited size
               report-date delimited size
               '|OPEN|' delimited size
               function trim(mail-date-part) delimited size
               '|' delimited size
               function trim(mail-time-part) delimited size
               '|' delimited size
               function trim(mail-text-part) delimited size
               into report-line
           write report-record from report-line.

       507-add-context-line.
           if mail-idx not = pick-number
               move spaces to mail-date-part mail-time-part
                   mail-from-part mail-text-part
               unstring mail-line(mail-idx) delimited by '|'
                   into mail-date-part mail-time-part
                       mail-from-part mail-text-part
               end-unstring
               if mail-from-part = report-sender
                   move "CTX" to rp-kind-fld
                   perform 505-write-report-line
                   add 1 to context-count
               end-if
           end-if.

       510-next-report-id.
           move 0 to report-count
           move "N" to report-eof-switch
           open input report-file
           if report-status = "00"
               perform 515-count-report-line
                   until end-of-reports
               close report-file
           end-if
           add 1 to report-count
           move spaces to report-id
           string 'M' delimited size
               report-count delimited size
               into report-id.

       515-count-report-line.
           read report-file into report-line
               at end move "Y" to report-eof-switch
           end-read
           if not end-of-reports
               move spaces to rp-kind-fld
               unstring report-line delimited by '|'
                   into report-id rp-kind-fld
               end-unstring
               if rp-kind-fld = "MSG"
                   add 1 to report-count
               end-if
           end-if.

       520-check-my-mute.
           move 0 to mute-until
           move spaces to mute-reason
           accept mute-today from date yyyymmdd
           move "N" to mute-eof-switch
           open input mute-file
           if mute-status = "00"
               perform 525-read-mute-line
                   until end-of-mutes
               close mute-file
           end-if.

       525-read-mute-line.
           read mute-file into mute-line
               at end move "Y" to mute-eof-switch
           end-read
           if not end-of-mutes
               move spaces to mu-player-fld mu-until-fld mu-by-fld
                   mu-date-fld mu-reason-fld
               unstring mute-line delimited by '|'
                   into mu-player-fld mu-until-fld mu-by-fld
                       mu-date-fld mu-reason-fld
               end-unstring
               if function trim(mu-player-fld)
                       = function trim(mb-username)
                   and mu-until-fld is numeric
                   and function numval(mu-until-fld) >= mute-today
                   and function numval(mu-until-fld) > mute-until
                   compute mute-until = function numval(mu-until-fld)
                   move mu-reason-fld to mute-reason
               end-if
           end-if.

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

       900-validate-alnum.
           move "Y" to validate-ok
           move "N" to validate-seen-space
           add 1 to validate-idx.

       300-delete-one.
           display function trim(mt-delete-message trailing) at 1902
           accept pick-number at 1926
           if pick-number >= 1 and pick-number <= mail-count
               open output mail-temp-file
