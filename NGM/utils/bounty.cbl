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
           select lock-file assign to
               lock-path
               organization is line sequential
               file status is lock-status.
           select hack-log-file assign to
               "./NGM/logs/hack_log.dat"
               organization is line sequential
               noto-path
               organization is line sequential
               file status is noto-status.
           select closed-file assign to
               "./NGM/data/closed_accounts.dat"
               organization is line sequential
               file status is closed-status.
           select messages-file assign to
               "./NGM/data/messages.dat"
               organization is line sequential
               file status is messages-status.
           select prefs-file assign to
               prefs-path
               organization is line sequential
               file status is prefs-status.

       data division.
       file section.
           fd bounty-file.
           01 bounty-record pic x(100).
           fd bounty-temp-file.
           01 bounty-temp-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd lock-file.
           01 lock-record pic x(20).
           fd hack-log-file.
           01 hack-log-record pic x(100).
           fd api-response-file.
           01 api-response-record pic x(1000).
           fd noto-file.
           01 noto-record pic x(30).
           fd closed-file.
           01 closed-record pic x(100).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).

       working-storage section.
       01  local-data.
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "bounty".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
           05 bty-target-fld    pic x(20).
           05 bty-amount-fld    pic x(8).
           05 bty-date-fld      pic x(8).
           05 bty-expires-fld   pic x(8).
           05 bounty-target     pic x(20).
           05 bounty-date       pic 9(8).
           05 bounty-temp-status pic x(2).
           05 bounty-work-line  pic x(100).
           05 bounty-days       pic 9(3).
           05 bounty-expires    pic 9(8).
           05 bounty-latest     pic 9(8).
           05 bounty-posted     pic 9(8).
           05 extended-count    pic 9(2) value 0.
           05 disp-days         pic zz9.

       01  bounty-limits.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 tunable-value       pic s9(8).
           05 bounty-min-days     pic 9(3) value 1.
           05 bounty-max-days     pic 9(3) value 30.
           05 bounty-default-days pic 9(3) value 14.

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

       01  notoriety-check.
           05 noto-status       pic x(2).
           05 hl-outcome        pic x(8).
           05 attacker-found-switch pic x(1) value "N".
               88 attacker-found value "Y".
           05 closed-status     pic x(2).
           05 closed-eof-switch pic x(1) value "N".
               88 end-of-closed value "Y".
           05 closed-user-fld   pic x(20).
           05 closed-found-switch pic x(1) value "N".
               88 account-is-closed value "Y".

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
           05 msg-base          pic 9(4) value 4000.
           05 msg-count         pic 9(3) value 29.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 29 times.
           05 prefs-status      pic x(2).
           05 prefs-path        pic x(60).
           05 prefs-line        pic x(40).
           05 prefs-eof-switch  pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld       pic x(10).
           05 pf-value-fld      pic x(10).

       01  screen-text-defaults.
           05 filler pic x(50) value
               '=== BOUNTY BOARD ==='.
           05 filler pic x(50) value
               'Bank Balance: $'.
           05 filler pic x(50) value
               '1. Post a Bounty'.
           05 filler pic x(50) value
               '2. Extend One of Your Bounties'.
           05 filler pic x(50) value
               '3. Return to Main Menu'.
           05 filler pic x(50) value
               'Enter choice:'.
           05 filler pic x(50) value
               'OPEN BOUNTIES: Target / Amount / Posted By'.
           05 filler pic x(50) value
               '/ Expires'.
           05 filler pic x(50) value
               'No open bounties right now.'.
           05 filler pic x(50) value
               'Bounty on which player:'.
           05 filler pic x(50) value
               'Invalid target.'.
           05 filler pic x(50) value
               'That player has never hacked you.'.
           05 filler pic x(50) value
               'That account has been closed.'.
           05 filler pic x(50) value
               'Max bounty on this target: $'.
           05 filler pic x(50) value
               'Bounty amount from bank: $'.
           05 filler pic x(50) value
               'Invalid amount for that target.'.
           05 filler pic x(50) value
               'Days until it expires ('.
           05 filler pic x(50) value
               ', Enter for'.
           05 filler pic x(50) value
               'Expiry is outside the allowed days.'.
           05 filler pic x(50) value
               'Bounty posted! It expires'.
           05 filler pic x(50) value
               'Could not fund bounty right now.'.
           05 filler pic x(50) value
               'Extend your bounty on which player:'.
           05 filler pic x(50) value
               'Extra days (up to'.
           05 filler pic x(50) value
               ' from today):'.
           05 filler pic x(50) value
               'Invalid number of days.'.
           05 filler pic x(50) value
               'Bounty board busy - try again shortly.'.
           05 filler pic x(50) value
               'Extended - your bounty now expires'.
           05 filler pic x(50) value
               'No open bounty of yours on that player'.
           05 filler pic x(50) value
               'can be extended.'.
       01  screen-text.
           05 mt-bounty-board      pic x(50).
           05 mt-bank-balance      pic x(50).
           05 mt-1-post-a-bounty   pic x(50).
           05 mt-2-extend-one      pic x(50).
           05 mt-3-return-to-main  pic x(50).
           05 mt-enter-choice      pic x(50).
           05 mt-open-bounties     pic x(50).
           05 mt-expires           pic x(50).
           05 mt-no-open-bounties  pic x(50).
           05 mt-bounty-on-which   pic x(50).
           05 mt-invalid-target    pic x(50).
           05 mt-that-player       pic x(50).
           05 mt-that-account      pic x(50).
           05 mt-max-bounty        pic x(50).
           05 mt-bounty-amount-from pic x(50).
           05 mt-invalid-amount    pic x(50).
           05 mt-days-until        pic x(50).
           05 mt-enter             pic x(50).
           05 mt-expiry-is-outside pic x(50).
           05 mt-bounty-posted     pic x(50).
           05 mt-could-not-fund    pic x(50).
           05 mt-extend-your-bounty pic x(50).
           05 mt-extra-days-up     pic x(50).
           05 mt-from-today        pic x(50).
           05 mt-invalid-number    pic x(50).
           05 mt-bounty-board-busy pic x(50).
           05 mt-extended          pic x(50).
           05 mt-no-open-bounty    pic x(50).
           05 mt-can-be-extended   pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 29 times.

       linkage section.
       01  username   pic x(20).

       procedure division using username user-bank.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           perform 050-load-bounty-limits
           perform 100-bounty-menu
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
               function trim(username) delimited size
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

       050-load-bounty-limits.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 055-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if
           if bounty-min-days > bounty-max-days
               move bounty-max-days to bounty-min-days
           end-if
           if bounty-default-days < bounty-min-days
               or bounty-default-days > bounty-max-days
               move bounty-max-days to bounty-default-days
           end-if.

       055-read-tunable-line.
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
                   evaluate tunable-name
                       when "BOUNTY-MIN-DAYS"
                           move tunable-value to bounty-min-days
                       when "BOUNTY-MAX-DAYS"
                           move tunable-value to bounty-max-days
                       when "BOUNTY-DEFAULT-DAYS"
                           move tunable-value to bounty-default-days
                   end-evaluate
               end-if
           end-if.

       100-bounty-menu.
           display erase screen
           display function trim(mt-bounty-board trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0302
               disp-bank at 0318
           perform 200-load-bounties
           perform 210-list-open-bounties
           display function trim(mt-1-post-a-bounty trailing) at 1502
           display function trim(mt-2-extend-one trailing) at 1602
           display function trim(mt-3-return-to-main trailing) at 1702
           display function trim(mt-enter-choice trailing) at 1802
           accept user-input at 1817
           evaluate user-input
               when '1' perform 300-post-bounty
               when '2' perform 340-extend-bounty
               when '3' goback
               when other perform 100-bounty-menu
           end-evaluate.

               at end move "Y" to bounty-eof-switch
           end-read
           if not end-of-bounties
               and bounty-record(1:5) = "OPEN|"
               add 1 to bounty-count
               move bounty-record to bounty-line(bounty-count)
           end-if.

       210-list-open-bounties.
           move 0 to bounty-shown
           display function trim(mt-open-bounties trailing)
               at 0502
           display function trim(mt-expires trailing) at 0545
           perform 215-show-one-bounty
               varying bounty-idx from 1 by 1
               until bounty-idx > bounty-count or bounty-shown = 8
           if bounty-shown = 0
               display function trim(mt-no-open-bounties trailing)
                   at 0602
           end-if.

       215-show-one-bounty.
           move spaces to bty-status-fld bty-poster-fld
               bty-target-fld bty-amount-fld bty-date-fld
               bty-expires-fld
           unstring bounty-line(bounty-idx) delimited by '|'
               into bty-status-fld bty-poster-fld bty-target-fld
                   bty-amount-fld bty-date-fld bty-expires-fld
           end-unstring
           if bty-status-fld = "OPEN"
               add 1 to bounty-shown
               display disp-amt at line disp-row column 25
               display function trim(bty-poster-fld)
                   at line disp-row column 34
               if bty-expires-fld = spaces
                   display '-' at line disp-row column 57
               else
                   display bty-expires-fld
                       at line disp-row column 57
               end-if
           end-if.

       300-post-bounty.
           display function trim(mt-bounty-on-which trailing) at 1902
           accept bounty-target at 1926
           if function trim(bounty-target) = spaces
               or function trim(bounty-target)
                   = function trim(username)
               display function trim(mt-invalid-target trailing) at 2002
               accept user-input at 2018
               perform 100-bounty-menu
           end-if
           perform 310-verify-attacker
           if not attacker-found
               display function trim(mt-that-player trailing) at 2002
               accept user-input at 2036
               perform 100-bounty-menu
           end-if
           perform 311-check-closed-target
           if account-is-closed
               display function trim(mt-that-account trailing) at 2002
               accept user-input at 2032
               perform 100-bounty-menu
           end-if
           perform 330-size-bounty-cap
           move bounty-cap to disp-cap
           display function trim(mt-max-bounty trailing) at 2040
           display disp-cap at 2068
           display function trim(mt-bounty-amount-from trailing) at 2002
           accept bounty-amt at 2028
           if bounty-amt = 0 or bounty-amt > user-bank
               or bounty-amt > bounty-cap
               display function trim(mt-invalid-amount trailing) at 2102
               accept user-input at 2134
               perform 100-bounty-menu
           end-if
           move bounty-min-days to disp-days
           display function trim(mt-days-until trailing) at 2102
           display disp-days at 2125
           display '-' at 2128
           move bounty-max-days to disp-days
           display disp-days at 2129
           display function trim(mt-enter trailing) at 2132
           move bounty-default-days to disp-days
           display disp-days at 2144
           display '): ' at 2147
           move 0 to bounty-days
           accept bounty-days at 2150
           if bounty-days = 0
               move bounty-default-days to bounty-days
           end-if
           if bounty-days < bounty-min-days
               or bounty-days > bounty-max-days
               display function trim(mt-expiry-is-outside trailing)
                   at 2202
               accept user-input at 2238
               perform 100-bounty-menu
           end-if
           perform 500-api-withdraw-funding
           if api-response(1:7) = "SUCCESS"
               subtract bounty-amt from user-bank
               perform 320-append-bounty
               display function trim(mt-bounty-posted trailing) at 2202
               display bounty-expires at 2228
           else
               display function trim(mt-could-not-fund trailing) at 2202
           end-if
           accept user-input at 2238
           perform 100-bounty-menu.

       310-verify-attacker.
               close hack-log-file
           end-if.

       311-check-closed-target.
           move "N" to closed-found-switch
           move "N" to closed-eof-switch
           open input closed-file
           if closed-status = "00"
               perform 312-read-closed-line
                   until end-of-closed or account-is-closed
               close closed-file
           end-if.

       312-read-closed-line.
           read closed-file
               at end move "Y" to closed-eof-switch
           end-read
           if not end-of-closed
               move spaces to closed-user-fld
               unstring closed-record delimited by '|'
                   into closed-user-fld
               end-unstring
               if function trim(closed-user-fld)
                       = function trim(bounty-target)
                   move "Y" to closed-found-switch
               end-if
           end-if.

       315-scan-hack-line.
           read hack-log-file
               at end move "Y" to hack-eof-switch

       320-append-bounty.
           accept bounty-date from date yyyymmdd
           compute bounty-expires = function date-of-integer(
               function integer-of-date(bounty-date) + bounty-days)
           move spaces to bounty-record
           string 'OPEN' delimited size
               '|' delimited size
               bounty-amt delimited size
               '|' delimited size
               bounty-date delimited size
               '|' delimited size
               bounty-expires delimited size
               into bounty-record
           open extend bounty-file
           if bounty-status = "00"
           end-if
           close bounty-file.

       340-extend-bounty.
           display function trim(mt-extend-your-bounty trailing) at 1902
           move spaces to bounty-target
           accept bounty-target at 1938
           if bounty-target = spaces
               perform 100-bounty-menu
           end-if
           move bounty-max-days to disp-days
           display function trim(mt-extra-days-up trailing) at 2002
           display disp-days at 2020
           display function trim(mt-from-today trailing) at 2023
           move 0 to bounty-days
           accept bounty-days at 2037
           if bounty-days = 0 or bounty-days > bounty-max-days
               display function trim(mt-invalid-number trailing) at 2102
               accept user-input at 2126
               perform 100-bounty-menu
           end-if
           accept bounty-date from date yyyymmdd
           compute bounty-latest = function date-of-integer(
               function integer-of-date(bounty-date)
               + bounty-max-days)
           move 0 to extended-count
           move "bounty" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-bounty-board-busy trailing)
                   at 2102
               accept user-input at 2141
               perform 100-bounty-menu
           end-if
           move "N" to bounty-eof-switch
           open input bounty-file
           if bounty-status = "00"
               open output bounty-temp-file
               if bounty-temp-status = "00"
                   perform 345-extend-bounty-line
                       until end-of-bounties
                   close bounty-temp-file
                   close bounty-file
                   if extended-count > 0
                       perform 348-copy-board-back
                   end-if
               else
                   close bounty-file
               end-if
           end-if
           perform 622-release-lock
           if extended-count > 0
               display function trim(mt-extended trailing) at 2102
               display bounty-expires at 2137
           else
               display function trim(mt-no-open-bounty trailing)
                   at 2102
               display function trim(mt-can-be-extended trailing)
                   at 2202
           end-if
           accept user-input at 2246
           perform 100-bounty-menu.

       345-extend-bounty-line.
           read bounty-file into bounty-work-line
               at end move "Y" to bounty-eof-switch
           end-read
           if end-of-bounties
               exit paragraph
           end-if
           move spaces to bty-status-fld bty-poster-fld
               bty-target-fld bty-amount-fld bty-date-fld
               bty-expires-fld
           unstring bounty-work-line delimited by '|'
               into bty-status-fld bty-poster-fld bty-target-fld
                   bty-amount-fld bty-date-fld bty-expires-fld
           end-unstring
           if bty-status-fld = "OPEN"
               and bty-poster-fld = username
               and bty-target-fld = bounty-target
               perform 346-push-expiry
           end-if
           write bounty-temp-record from bounty-work-line.

       346-push-expiry.
           if bty-expires-fld is numeric
               move bty-expires-fld to bounty-expires
           else
               if bty-date-fld is numeric
                   move bty-date-fld to bounty-posted
               else
                   move bounty-date to bounty-posted
               end-if
               compute bounty-expires = function date-of-integer(
                   function integer-of-date(bounty-posted)
                   + bounty-default-days)
           end-if
           if bounty-expires < bounty-date
               move bounty-date to bounty-expires
           end-if
           compute bounty-expires = function date-of-integer(
               function integer-of-date(bounty-expires)
               + bounty-days)
           if bounty-expires > bounty-latest
               move bounty-latest to bounty-expires
           end-if
           if bty-expires-fld is numeric
               and bounty-expires <= function numval(bty-expires-fld)
               exit paragraph
           end-if
           add 1 to extended-count
           move spaces to bounty-work-line
           string 'OPEN|' delimited size
               function trim(bty-poster-fld) delimited size
               '|' delimited size
               function trim(bty-target-fld) delimited size
               '|' delimited size
               function trim(bty-amount-fld) delimited size
               '|' delimited size
               function trim(bty-date-fld) delimited size
               '|' delimited size
               bounty-expires delimited size
               into bounty-work-line.

       348-copy-board-back.
           move "N" to bounty-eof-switch
           open input bounty-temp-file
           open output bounty-file
           if bounty-temp-status = "00" and bounty-status = "00"
               perform 349-copy-board-line
                   until end-of-bounties
           end-if
           close bounty-temp-file
           close bounty-file.

       349-copy-board-line.
           read bounty-temp-file into bounty-work-line
               at end move "Y" to bounty-eof-switch
           end-read
           if not end-of-bounties
               write bounty-record from bounty-work-line
           end-if.

       330-size-bounty-cap.
           move 5000 to bounty-cap
           move 0 to noto-value noto-last-date
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
           call "CBL_GC_NANOSLEEP" using poll-interval-ns
           perform 592-attempt-read.

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

       end program bounty.
