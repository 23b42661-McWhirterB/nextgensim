               mprog-path
               organization is line sequential
               file status is mprog-status.
           select prefs-file assign to
               prefs-path
               organization is line sequential
               file status is prefs-status.
           select casino-limits-file assign to
               "./NGM/logs/casino_limits.dat"
               organization is line sequential
               file status is casino-limits-status.
           select messages-file assign to
               "./NGM/data/messages.dat"
               organization is line sequential
               file status is messages-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
               organization is line sequential
               file status is tunables-status.

       data division.
       file section.
           01 house-record pic x(20).
           fd mprog-file.
           01 mprog-record pic x(40).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd casino-limits-file.
           01 casino-limits-record pic x(80).
           fd messages-file.
           01 messages-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).

       working-storage section.
       01  local-data.
           05 user-input    pic x(1).
           05 bet-amount    pic 9(5).
           05 random-seed   pic 9(8).
           05 art-name      pic x(12).
           05 art-repeat    pic 9(3).

       01  dice-game.
           05 player-roll   pic 9(2).
           05 txn-date          pic 9(8).
           05 txn-direction     pic x(8).
           05 txn-amount        pic 9(6).
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

       01  mission-progress.
           05 mprog-status      pic x(2).
           05 house-bankroll    pic s9(9) value 0.
           05 house-edit        pic -(8)9.

       01  player-limits.
           05 prefs-status      pic x(2).
           05 prefs-path        pic x(60).
           05 prefs-line        pic x(40).
           05 prefs-eof-switch  pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld       pic x(10).
           05 pf-value-fld      pic x(10).
           05 pf-next-fld       pic x(10).
           05 pf-when-fld       pic x(10).
           05 cas-loss-limit    pic 9(5) value 0.
           05 cas-loss-next     pic 9(5) value 0.
           05 cas-loss-when     pic 9(8) value 0.
           05 cas-bet-limit     pic 9(3) value 0.
           05 cas-bet-next      pic 9(3) value 0.
           05 cas-bet-when      pic 9(8) value 0.
           05 cas-cool-until    pic 9(8) value 0.
           05 cas-today         pic 9(8).
           05 casino-limits-status pic x(2).
           05 casino-limits-line pic x(80).
           05 cas-event         pic x(10).
           05 cas-event-value   pic 9(8).
           05 cas-event-time    pic 9(8).
           05 limit-block-switch pic x(1) value "N".
               88 limit-blocked value "Y".

       01  todays-play.
           05 txn-eof-switch    pic x(1) value "N".
               88 end-of-txns value "Y".
           05 tx-time-fld       pic x(8).
           05 tx-kind-fld       pic x(8).
           05 tx-amount-fld     pic x(8).
           05 tx-balance-fld    pic x(8).
           05 tx-date-fld       pic x(8).
           05 today-wagered     pic 9(7) value 0.
           05 today-paid        pic 9(7) value 0.
           05 today-bets        pic 9(3) value 0.
           05 loss-room         pic s9(7) value 0.
           05 limit-line        pic x(60).
           05 limit-ptr         pic 9(2).
           05 disp-net-loss     pic -(6)9.
           05 disp-limit        pic z(4)9.
           05 disp-bets         pic zz9.

       01  casino-display.
           05 disp-money    pic -(4)9.
           05 disp-bet      pic z(4)9.
           05 disp-card     pic z9.

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
           05 msg-base          pic 9(4) value 4100.
           05 msg-count         pic 9(3) value 33.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 33 times.
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).

       01  screen-text-defaults.
           05 filler pic x(50) value
               '=== THE NEXTGEN CASINO ==='.
           05 filler pic x(50) value
               'You asked us to keep the casino closed to you'.
           05 filler pic x(50) value
               'until'.
           05 filler pic x(50) value
               'Press any key to continue...'.
           05 filler pic x(50) value
               'The house always wins. Usually.'.
           05 filler pic x(50) value
               'Wallet: $'.
           05 filler pic x(50) value
               '1. Dice Duel    (beat the house roll,'.
           05 filler pic x(50) value
               '                 pays even money, 42% win)'.
           05 filler pic x(50) value
               '2. High-Low     (call the next card,'.
           05 filler pic x(50) value
               '                 pays even money, 46% win)'.
           05 filler pic x(50) value
               '3. Return to Main Menu'.
           05 filler pic x(50) value
               'Enter choice:'.
           05 filler pic x(50) value
               'Your bet: $'.
           05 filler pic x(50) value
               'Invalid bet for your wallet.'.
           05 filler pic x(50) value
               'You have reached your daily bet limit.'.
           05 filler pic x(50) value
               'Come back tomorrow.'.
           05 filler pic x(50) value
               'That bet could take you past your daily'.
           05 filler pic x(50) value
               'loss limit. Most you can bet: $'.
           05 filler pic x(50) value
               'You have reached your daily loss limit.'.
           05 filler pic x(50) value
               '=== DICE DUEL ==='.
           05 filler pic x(50) value
               'You roll:'.
           05 filler pic x(50) value
               'House rolls:'.
           05 filler pic x(50) value
               '=== HIGH-LOW ==='.
           05 filler pic x(50) value
               'The card shows:'.
           05 filler pic x(50) value
               'Will the next be (H)igher or (L)ower?'.
           05 filler pic x(50) value
               'The next card is:'.
           05 filler pic x(50) value
               'WINNER! Wallet: $'.
           05 filler pic x(50) value
               'The house thanks you. Wallet: $'.
           05 filler pic x(50) value
               'Today:'.
           05 filler pic x(50) value
               'lost $'.
           05 filler pic x(50) value
               'of $'.
           05 filler pic x(50) value
               'bets'.
           05 filler pic x(50) value
               'of'.
       01  screen-text.
           05 mt-the-nextgen-casino pic x(50).
           05 mt-you-asked-us      pic x(50).
           05 mt-until             pic x(50).
           05 mt-press-any-key     pic x(50).
           05 mt-the-house-always  pic x(50).
           05 mt-wallet            pic x(50).
           05 mt-1-dice-duel-beat  pic x(50).
           05 mt-pays-even-money-42 pic x(50).
           05 mt-2-high-low-call   pic x(50).
           05 mt-pays-even-money-46 pic x(50).
           05 mt-3-return-to-main  pic x(50).
           05 mt-enter-choice      pic x(50).
           05 mt-your-bet          pic x(50).
           05 mt-invalid-bet       pic x(50).
           05 mt-you-have-reached  pic x(50).
           05 mt-come-back-tomorrow pic x(50).
           05 mt-that-bet-could-take pic x(50).
           05 mt-loss-limit-most   pic x(50).
           05 mt-you-have-reached-2 pic x(50).
           05 mt-dice-duel         pic x(50).
           05 mt-you-roll          pic x(50).
           05 mt-house-rolls       pic x(50).
           05 mt-high-low          pic x(50).
           05 mt-the-card-shows    pic x(50).
           05 mt-will-the-next     pic x(50).
           05 mt-the-next-card     pic x(50).
           05 mt-winner-wallet     pic x(50).
           05 mt-the-house-thanks  pic x(50).
           05 mt-limits-today      pic x(50).
           05 mt-limits-lost       pic x(50).
           05 mt-limits-of-cash    pic x(50).
           05 mt-limits-bets       pic x(50).
           05 mt-limits-of         pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 33 times.

       linkage section.
       01  username    pic x(20).
       01  user-money  pic S9(5).

       procedure division using username user-money.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           perform 050-load-limits
           perform 060-tally-today
           if cas-cool-until > cas-today
               perform 070-cool-off-screen
               goback
           end-if
           perform 100-casino-menu
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

       050-load-limits.
           accept cas-today from date yyyymmdd
           move spaces to prefs-path
           string './NGM/logs/prefs_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into prefs-path
           move "N" to prefs-eof-switch
           open input prefs-file
           if prefs-status = "00"
               perform 055-read-pref-line
                   until end-of-prefs
               close prefs-file
           end-if
           if cas-loss-when > 0 and cas-loss-when <= cas-today
               move cas-loss-next to cas-loss-limit
           end-if
           if cas-bet-when > 0 and cas-bet-when <= cas-today
               move cas-bet-next to cas-bet-limit
           end-if.

       055-read-pref-line.
           read prefs-file into prefs-line
               at end move "Y" to prefs-eof-switch
           end-read
           if not end-of-prefs
               move spaces to pf-kind-fld pf-value-fld pf-next-fld
                   pf-when-fld
               unstring prefs-line delimited by '|'
                   into pf-kind-fld pf-value-fld pf-next-fld
                       pf-when-fld
               end-unstring
               evaluate pf-kind-fld
                   when "CASLOSS"
                       compute cas-loss-limit =
                           function numval(pf-value-fld)
                       compute cas-loss-next =
                           function numval(pf-next-fld)
                       compute cas-loss-when =
                           function numval(pf-when-fld)
                   when "CASBETS"
                       compute cas-bet-limit =
                           function numval(pf-value-fld)
                       compute cas-bet-next =
                           function numval(pf-next-fld)
                       compute cas-bet-when =
                           function numval(pf-when-fld)
                   when "CASCOOL"
                       compute cas-cool-until =
                           function numval(pf-value-fld)
               end-evaluate
           end-if.

       060-tally-today.
           move 0 to today-wagered today-paid today-bets
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into txn-log-path
           move "N" to txn-eof-switch
           open input txn-log-file
           if txn-log-status = "00"
               perform 065-read-txn-line
                   until end-of-txns
               close txn-log-file
           end-if.

       065-read-txn-line.
           read txn-log-file into txn-log-line
               at end move "Y" to txn-eof-switch
           end-read
           if not end-of-txns
               move spaces to tx-time-fld tx-kind-fld tx-amount-fld
                   tx-balance-fld tx-date-fld
               unstring txn-log-line delimited by '|'
                   into tx-time-fld tx-kind-fld tx-amount-fld
                       tx-balance-fld tx-date-fld
               end-unstring
               if tx-date-fld = cas-today
                   evaluate tx-kind-fld
                       when "WAGER"
                           add function numval(tx-amount-fld)
                               to today-wagered
                           add 1 to today-bets
                       when "PAYOUT"
                           add function numval(tx-amount-fld)
                               to today-paid
                   end-evaluate
               end-if
           end-if.

       070-cool-off-screen.
           display erase screen
           display function trim(mt-the-nextgen-casino trailing) at 0202
           display function trim(mt-you-asked-us trailing)
               at 0402
           display function trim(mt-until trailing) at 0502
               cas-cool-until at 0508
           display function trim(mt-press-any-key trailing) at 0702
           move "COOL-BLOCK" to cas-event
           move cas-cool-until to cas-event-value
           perform 180-log-limit-event
           accept user-input at 0731.

       080-show-limits.
           if cas-loss-limit = 0 and cas-bet-limit = 0
               exit paragraph
           end-if
           move spaces to limit-line
           move 1 to limit-ptr
           string function trim(mt-limits-today trailing)
                   delimited size
               into limit-line with pointer limit-ptr
           if cas-loss-limit > 0
               compute disp-net-loss = today-wagered - today-paid
               move cas-loss-limit to disp-limit
               string ' ' delimited size
                   function trim(mt-limits-lost trailing)
                       delimited size
                   function trim(disp-net-loss) delimited size
                   ' ' delimited size
                   function trim(mt-limits-of-cash trailing)
                       delimited size
                   function trim(disp-limit) delimited size
                   into limit-line with pointer limit-ptr
           end-if
           if cas-bet-limit > 0
               move today-bets to disp-bets
               string ' ' delimited size
                   function trim(mt-limits-bets trailing)
                       delimited size
                   ' ' delimited size
                   function trim(disp-bets) delimited size
                   ' ' delimited size
                   function trim(mt-limits-of trailing)
                       delimited size
                   ' ' delimited size
                   into limit-line with pointer limit-ptr
               move cas-bet-limit to disp-bets
               string function trim(disp-bets) delimited size
                   into limit-line with pointer limit-ptr
           end-if
           display limit-line at 0602.

       100-casino-menu.
           display erase screen
           display function trim(mt-the-nextgen-casino trailing) at 0202
           display function trim(mt-the-house-always trailing) at 0302
           move user-money to disp-money
           display function trim(mt-wallet trailing) at 0502 disp-money
               at 0512
           perform 080-show-limits
           display function trim(mt-1-dice-duel-beat trailing) at 0702
           display function trim(mt-pays-even-money-42 trailing)
               at 0802
           display function trim(mt-2-high-low-call trailing) at 0902
           display function trim(mt-pays-even-money-46 trailing)
               at 1002
           display function trim(mt-3-return-to-main trailing) at 1102
           display function trim(mt-enter-choice trailing) at 1302
           accept user-input at 1317
           evaluate user-input
               when '1' perform 200-dice-duel

       110-take-bet.
           move 0 to bet-amount
           display function trim(mt-your-bet trailing) at 1502
           accept bet-amount at 1514
           if bet-amount = 0 or bet-amount > user-money
               display function trim(mt-invalid-bet trailing) at 1602
               accept user-input at 1631
               perform 100-casino-menu
           end-if
           perform 115-check-limits
           if limit-blocked
               perform 180-log-limit-event
               display function trim(mt-press-any-key trailing) at 1802
               accept user-input at 1831
               perform 100-casino-menu
           end-if.

       115-check-limits.
           move "N" to limit-block-switch
           if cas-bet-limit > 0 and today-bets >= cas-bet-limit
               display function trim(mt-you-have-reached trailing)
                   at 1602
               display function trim(mt-come-back-tomorrow trailing)
                   at 1702
               move "BETS-HIT" to cas-event
               move cas-bet-limit to cas-event-value
               move "Y" to limit-block-switch
               exit paragraph
           end-if
           if cas-loss-limit = 0
               exit paragraph
           end-if
           compute loss-room = cas-loss-limit
               - (today-wagered - today-paid)
           if bet-amount > loss-room
               if loss-room > 0
                   move loss-room to disp-limit
                   display function trim(mt-that-bet-could-take
                       trailing) at 1602
                   display function trim(mt-loss-limit-most trailing)
                       at 1702
                       disp-limit at 1733
               else
                   display function trim(mt-you-have-reached-2 trailing)
                       at 1602
                   display function trim(mt-come-back-tomorrow trailing)
                       at 1702
               end-if
               move "LOSS-HIT" to cas-event
               move cas-loss-limit to cas-event-value
               move "Y" to limit-block-switch
           end-if.

       180-log-limit-event.
           accept cas-event-time from time
           move spaces to casino-limits-line
           string cas-today delimited size
               '|' delimited size
               cas-event-time delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               function trim(cas-event) delimited size
               '|' delimited size
               cas-event-value delimited size
               into casino-limits-line
           open extend casino-limits-file
           if casino-limits-status not = "00"
               open output casino-limits-file
           end-if
           if casino-limits-status = "00"
               write casino-limits-record from casino-limits-line
               close casino-limits-file
           end-if.

       120-log-wager.
           add bet-amount to today-wagered
           add 1 to today-bets
           move "WAGER" to txn-direction
           move bet-amount to txn-amount
           perform 130-write-casino-txn
           perform 150-save-house-bankroll.

       125-log-payout.
           compute today-paid = today-paid + bet-amount * 2
           move "PAYOUT" to txn-direction
           compute txn-amount = bet-amount * 2
           perform 130-write-casino-txn
           close mprog-file.

       130-write-casino-txn.
           perform 135-next-txn-id
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(username) delimited size
               user-money delimited size
               '|' delimited size
               txn-date delimited size
               '||' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
           end-if
           close txn-log-file.

       135-next-txn-id.
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

       140-load-house-bankroll.
           move 0 to house-bankroll
           open input house-file
           subtract bet-amount from user-money
           perform 120-log-wager
           display erase screen
           display function trim(mt-dice-duel trailing) at 0202
           accept random-seed from time
           compute player-roll = function mod(random-seed, 6) + 1
           compute house-roll =
               function mod(random-seed / 7, 6) + 1
           move player-roll to disp-card
           display function trim(mt-you-roll trailing) at 0402 disp-card
               at 0415
           move house-roll to disp-card
           display function trim(mt-house-rolls trailing) at 0502
               disp-card at 0515
           if player-roll > house-roll
               compute user-money = user-money + bet-amount * 2
               perform 125-log-payout
           else
               perform 410-lose-screen
           end-if
           display function trim(mt-press-any-key trailing) at 1902
           accept user-input at 1929
           perform 100-casino-menu.

           subtract bet-amount from user-money
           perform 120-log-wager
           display erase screen
           display function trim(mt-high-low trailing) at 0202
           accept random-seed from time
           compute first-card = function mod(random-seed, 13) + 1
           move first-card to disp-card
           display function trim(mt-the-card-shows trailing) at 0402
               disp-card at 0418
           display function trim(mt-will-the-next trailing) at 0602
           accept hl-guess at 0641
           accept random-seed from time
           compute second-card =
               function mod(random-seed / 3, 13) + 1
           move second-card to disp-card
           display function trim(mt-the-next-card trailing) at 0802
               disp-card at 0820
           if (second-card > first-card
                   and (hl-guess = 'H' or hl-guess = 'h'))
               or (second-card < first-card
           else
               perform 410-lose-screen
           end-if
           display function trim(mt-press-any-key trailing) at 1902
           accept user-input at 1929
           perform 100-casino-menu.

       400-win-screen.
           move "CASINOWIN" to art-name
           move 2 to art-repeat
           call "./NGM/utils/artplay" using art-name art-repeat
           display erase screen
           move user-money to disp-money
           display function trim(mt-winner-wallet trailing) at 1702
               disp-money at 1720.

       410-lose-screen.
           move "CASINOLOSE" to art-name
           move 1 to art-repeat
           call "./NGM/utils/artplay" using art-name art-repeat
           move user-money to disp-money
           display function trim(mt-the-house-thanks trailing) at 1702
               disp-money at 1733.

       end program casino.
