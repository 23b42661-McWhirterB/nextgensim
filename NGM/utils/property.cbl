               api-response-path
               organization is line sequential
               file status is file-status.
           select offer-file assign to
               "./NGM/data/prop_offers.dat"
               organization is line sequential
               file status is offer-status.
           select offer-temp-file assign to
               "./NGM/data/prop_offers.tmp"
               organization is line sequential
               file status is offer-temp-status.
           select players-file assign to
               "./NGM/data/players.dat"
               organization is line sequential
               file status is players-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
               organization is line sequential
               file status is tunables-status.
           select mail-log-file assign to
               mail-log-path
               organization is line sequential
               file status is mail-log-status.
           select notify-file assign to
               "./NGM/data/notify_spool.dat"
               organization is line sequential
               file status is notify-status.
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

       data division.
       file section.
           01 txn-log-record pic x(100).
           fd api-response-file.
           01 api-response-record pic x(1000).
           fd offer-file.
           01 offer-record pic x(120).
           fd offer-temp-file.
           01 offer-temp-record pic x(120).
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd lock-file.
           01 lock-record pic x(20).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).

       working-storage section.
       01  local-data.
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "property".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
           05 ph-name-fld       pic x(20).
           05 ph-buy-fld        pic x(8).
           05 ph-accrue-fld     pic x(8).
           05 ph-sold-fld       pic x(8).
           05 prop-line         pic x(60).
           05 buy-pick          pic 9(2).
           05 buy-date          pic 9(8).
           05 buy-pick-name     pic x(20).
           05 prop-owner        pic x(20).
           05 deed-count        pic 9(2) value 0.
           05 deed-idx          pic 9(2).
           05 deed-pick         pic 9(2).
           05 deed-found-idx    pic 9(2).
           05 deed-entry occurs 20 times.
               10 hd-name       pic x(20).
               10 hd-buy        pic 9(8).
               10 hd-accrue     pic 9(8).
               10 hd-sold       pic 9(8).
               10 hd-price      pic 9(7).
               10 hd-rent-due   pic s9(7).
               10 hd-buyback    pic 9(7).

       01  sale-work.
           05 sale-today        pic 9(8).
           05 rent-days         pic s9(5).
           05 sale-rent         pic s9(7).
           05 sale-proceeds     pic s9(7).
           05 buyback-pct       pic 9(3) value 70.
           05 sale-confirm      pic x(1).
           05 disp-date         pic 9(8).
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-name-fld     pic x(20).
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).
           05 buyer-ok-switch   pic x(1) value "N".
               88 buyer-is-known value "Y".

       01  deed-offers.
           05 offer-status      pic x(2).
           05 offer-temp-status pic x(2).
           05 offer-eof-switch  pic x(1) value "N".
               88 end-of-offers value "Y".
           05 offer-line        pic x(120).
           05 of-id-fld         pic x(6).
           05 of-status-fld     pic x(9).
           05 of-seller-fld     pic x(20).
           05 of-buyer-fld      pic x(20).
           05 of-prop-fld       pic x(20).
           05 of-buydate-fld    pic x(8).
           05 of-price-fld      pic x(8).
           05 of-date-fld       pic x(8).
           05 of-close-fld      pic x(8).
           05 offer-max-num     pic 9(5) value 0.
           05 new-offer-id      pic x(6).
           05 offer-buyer       pic x(20).
           05 offer-price       pic 9(7).
           05 offer-dup-switch  pic x(1) value "N".
               88 offer-is-duplicate value "Y".
           05 target-offer-id   pic x(6).
           05 new-offer-status  pic x(9).
           05 offer-found-switch pic x(1) value "N".
               88 offer-found value "Y".
           05 offer-count       pic 9(2) value 0.
           05 offer-idx         pic 9(2).
           05 offer-pick        pic 9(2).
           05 offer-entry occurs 10 times.
               10 oe-id         pic x(6).
               10 oe-seller     pic x(20).
               10 oe-buyer      pic x(20).
               10 oe-prop       pic x(20).
               10 oe-buydate    pic 9(8).
               10 oe-price      pic 9(7).

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

       01  mail-post.
           05 mail-log-status   pic x(2).
           05 mail-log-path     pic x(60).
           05 mail-log-line     pic x(150).
           05 mail-to           pic x(20).
           05 mail-text         pic x(100).
           05 mail-date         pic 9(8).
           05 mail-time         pic 9(8).

       01  txn-post.
           05 txn-log-status    pic x(2).
           05 txn-timestamp     pic 9(8).
           05 txn-date          pic 9(8).
           05 txn-direction     pic x(8).
           05 txn-user          pic x(20).
           05 txn-bal           pic s9(7).
           05 txn-counterparty  pic x(20).
           05 api-player        pic x(20).
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

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
           05 msg-base          pic 9(4) value 6000.
           05 msg-count         pic 9(3) value 59.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 59 times.
           05 prefs-status      pic x(2).
           05 prefs-path        pic x(60).
           05 prefs-line        pic x(40).
           05 prefs-eof-switch  pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld       pic x(10).
           05 pf-value-fld      pic x(10).

       01  screen-text-defaults.
           05 filler pic x(50) value
               '=== PROPERTY DESK ==='.
           05 filler pic x(50) value
               'Bank Balance: $'.
           05 filler pic x(50) value
               'No.  Property         Price    Rent/d  Upkeep/d'.
           05 filler pic x(50) value
               'Pick a number to buy, S) Sell to the desk,'.
           05 filler pic x(50) value
               'T) Transfer a deed, O) Deed offers, or'.
           05 filler pic x(50) value
               'any other key to go back:'.
           05 filler pic x(50) value
               'YOUR HOLDINGS:'.
           05 filler pic x(50) value
               'You own no property yet. Rent is'.
           05 filler pic x(50) value
               'collected while you are away.'.
           05 filler pic x(50) value
               'sold'.
           05 filler pic x(50) value
               'since'.
           05 filler pic x(50) value
               'Not enough in the bank for that.'.
           05 filler pic x(50) value
               'The property desk is closed.'.
           05 filler pic x(50) value
               'Sold! The deed is yours - rent'.
           05 filler pic x(50) value
               'accrues daily at your next login.'.
           05 filler pic x(50) value
               'No.  Property         Bought    Desk Pays Rent Due'.
           05 filler pic x(50) value
               'You own no property.'.
           05 filler pic x(50) value
               'TRANSFERRED'.
           05 filler pic x(50) value
               'Deed No. (0 to go back):'.
           05 filler pic x(50) value
               'That deed has already changed hands.'.
           05 filler pic x(50) value
               '=== SELL TO THE DESK ==='.
           05 filler pic x(50) value
               'The desk buys deeds back at'.
           05 filler pic x(50) value
               '% of list.'.
           05 filler pic x(50) value
               'The desk pays $'.
           05 filler pic x(50) value
               'plus unpaid rent $'.
           05 filler pic x(50) value
               'Confirm sale (Y/N):'.
           05 filler pic x(50) value
               'Sold. The desk has taken the deed to'.
           05 filler pic x(50) value
               '=== TRANSFER A DEED ==='.
           05 filler pic x(50) value
               'Sell a deed to another player. They must accept'.
           05 filler pic x(50) value
               'Buyer:'.
           05 filler pic x(50) value
               'Price: $'.
           05 filler pic x(50) value
               'That offer cannot be made.'.
           05 filler pic x(50) value
               'No active player goes by that name.'.
           05 filler pic x(50) value
               'Offer the deed for $'.
           05 filler pic x(50) value
               '- confirm (Y/N):'.
           05 filler pic x(50) value
               'The deed office is busy - try again.'.
           05 filler pic x(50) value
               'That deed is already on offer.'.
           05 filler pic x(50) value
               'Offer sent as'.
           05 filler pic x(50) value
               '=== DEED OFFERS ==='.
           05 filler pic x(50) value
               'No. ID     Property         Price    With'.
           05 filler pic x(50) value
               'No deed offers are open.'.
           05 filler pic x(50) value
               'A) Accept  D) Decline  W) Withdraw  Other) Back'.
           05 filler pic x(50) value
               'Enter choice:'.
           05 filler pic x(50) value
               'from'.
           05 filler pic x(50) value
               'to'.
           05 filler pic x(50) value
               'Offer No.:'.
           05 filler pic x(50) value
               'That offer has already closed.'.
           05 filler pic x(50) value
               'Only the buyer can accept.'.
           05 filler pic x(50) value
               'Pay $'.
           05 filler pic x(50) value
               'for the deed - confirm (Y/N):'.
           05 filler pic x(50) value
               'The seller no longer holds that deed.'.
           05 filler pic x(50) value
               'Your bank would not fund the purchase.'.
           05 filler pic x(50) value
               'The seller could not be paid - your'.
           05 filler pic x(50) value
               'money was returned.'.
           05 filler pic x(50) value
               'The deed is yours.'.
           05 filler pic x(50) value
               'Use Withdraw for your own offers.'.
           05 filler pic x(50) value
               'Offer declined.'.
           05 filler pic x(50) value
               'Use Decline for offers made to you.'.
           05 filler pic x(50) value
               'Offer withdrawn.'.
       01  screen-text.
           05 mt-property-desk     pic x(50).
           05 mt-bank-balance      pic x(50).
           05 mt-no-property-price pic x(50).
           05 mt-pick-a-number     pic x(50).
           05 mt-t-transfer-a-deed pic x(50).
           05 mt-any-other-key     pic x(50).
           05 mt-your-holdings     pic x(50).
           05 mt-you-own-no-property pic x(50).
           05 mt-collected-while   pic x(50).
           05 mt-sold              pic x(50).
           05 mt-since             pic x(50).
           05 mt-not-enough        pic x(50).
           05 mt-the-property-desk pic x(50).
           05 mt-sold-the-deed     pic x(50).
           05 mt-accrues-daily     pic x(50).
           05 mt-no-property-bought pic x(50).
           05 mt-you-own-no-property-2 pic x(50).
           05 mt-transferred       pic x(50).
           05 mt-deed-no-0         pic x(50).
           05 mt-that-deed         pic x(50).
           05 mt-sell-to-the-desk  pic x(50).
           05 mt-the-desk-buys-deeds pic x(50).
           05 mt-of-list           pic x(50).
           05 mt-the-desk-pays     pic x(50).
           05 mt-plus-unpaid-rent  pic x(50).
           05 mt-confirm-sale-y-n  pic x(50).
           05 mt-sold-the-desk     pic x(50).
           05 mt-transfer-a-deed   pic x(50).
           05 mt-sell-a-deed       pic x(50).
           05 mt-buyer             pic x(50).
           05 mt-price             pic x(50).
           05 mt-that-offer-cannot pic x(50).
           05 mt-no-active-player  pic x(50).
           05 mt-offer-the-deed    pic x(50).
           05 mt-confirm-y-n       pic x(50).
           05 mt-the-deed-office   pic x(50).
           05 mt-that-deed-2       pic x(50).
           05 mt-offer-sent        pic x(50).
           05 mt-deed-offers       pic x(50).
           05 mt-no-id-property    pic x(50).
           05 mt-no-deed-offers    pic x(50).
           05 mt-a-accept-d-decline pic x(50).
           05 mt-enter-choice      pic x(50).
           05 mt-from              pic x(50).
           05 mt-to                pic x(50).
           05 mt-offer-no          pic x(50).
           05 mt-that-offer        pic x(50).
           05 mt-only-the-buyer-can pic x(50).
           05 mt-pay               pic x(50).
           05 mt-for-the-deed      pic x(50).
           05 mt-the-seller-no     pic x(50).
           05 mt-your-bank-would-not pic x(50).
           05 mt-the-seller-could  pic x(50).
           05 mt-money-was-returned pic x(50).
           05 mt-the-deed-is-yours pic x(50).
           05 mt-use-withdraw      pic x(50).
           05 mt-offer-declined    pic x(50).
           05 mt-use-decline       pic x(50).
           05 mt-offer-withdrawn   pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 59 times.

       linkage section.
       01  username   pic x(20).

       procedure division using username user-bank.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           move spaces to prop-path
           string './NGM/logs/prop_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into prop-path
           perform 050-load-tunables
           perform 100-load-catalog
           perform 200-property-menu
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

       050-load-tunables.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 055-read-tunable-line
                   until end-of-tunables
               close tunables-file
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
               if tunable-name = "PROP-BUYBACK-PCT"
                   and function numval(tunable-value-fld) > 0
                   and function numval(tunable-value-fld) <= 100
                   compute buyback-pct =
                       function numval(tunable-value-fld)
               end-if
           end-if.

       100-load-catalog.
           move 0 to catalog-count
           move "N" to catalog-eof-switch

       200-property-menu.
           display erase screen
           display function trim(mt-property-desk trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0302
               disp-bank at 0318
           display function trim(mt-no-property-price trailing)
               at 0502
           perform 210-show-catalog-row
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count
           perform 220-show-holdings
           display function trim(mt-pick-a-number trailing) at 1902
           display function trim(mt-t-transfer-a-deed trailing) at 2002
           display function trim(mt-any-other-key trailing) at 2102
           accept user-input at 2129
           evaluate true
               when user-input >= '1' and user-input <= '9'
                   compute buy-pick = function numval(user-input)
                   if buy-pick <= catalog-count
                       perform 300-buy-property
                   end-if
               when user-input = 'S' or user-input = 's'
                   perform 400-sell-to-desk
                   perform 200-property-menu
               when user-input = 'T' or user-input = 't'
                   perform 450-transfer-deed
                   perform 200-property-menu
               when user-input = 'O' or user-input = 'o'
                   perform 700-offers-screen
                   perform 200-property-menu
           end-evaluate.

       210-show-catalog-row.
           compute disp-row = catalog-idx + 5

       220-show-holdings.
           move 0 to holding-count
           display function trim(mt-your-holdings trailing) at 1302
           move "N" to prop-eof-switch
           open input prop-file
           if prop-status = "00"
               close prop-file
           end-if
           if holding-count = 0
               display function trim(mt-you-own-no-property trailing)
                   at 1402
               display function trim(mt-collected-while trailing)
                   at 1502
           end-if.

       225-show-holding-line.
           if not end-of-props
               and holding-count < 4
               move spaces to ph-name-fld ph-buy-fld ph-accrue-fld
                   ph-sold-fld
               unstring prop-line delimited by '|'
                   into ph-name-fld ph-buy-fld ph-accrue-fld
                       ph-sold-fld
               end-unstring
               add 1 to holding-count
               compute disp-row = holding-count + 13
               display ph-name-fld at line disp-row column 4
               if ph-sold-fld is numeric
                   display function trim(mt-sold trailing) at line
                       disp-row column 26
                   display ph-sold-fld at line disp-row column 32
               else
                   display function trim(mt-since trailing) at line
                       disp-row column 26
                   display ph-buy-fld(1:8) at line disp-row column 32
               end-if
           end-if.

       300-buy-property.
           move pc-price(buy-pick) to trade-amt
           if trade-amt > user-bank
               display function trim(mt-not-enough trailing) at 2102
               accept user-input at 2135
               perform 200-property-menu
           end-if
           perform 500-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-the-property-desk trailing)
                   at 2102
               accept user-input at 2131
               perform 200-property-menu
           end-if
           end-if
           close prop-file
           move "PROPBUY" to txn-direction
           move username to txn-user
           move user-bank to txn-bal
           move spaces to txn-counterparty
           perform 600-log-transaction
           display function trim(mt-sold-the-deed trailing) at 2102
           display function trim(mt-accrues-daily trailing) at 2202
           accept user-input at 2237
           perform 200-property-menu.

       230-load-deeds.
           move 0 to deed-count
           accept sale-today from date yyyymmdd
           perform 236-build-owner-path
           move "N" to prop-eof-switch
           open input prop-file
           if prop-status = "00"
               perform 235-read-deed-line
                   until end-of-props
               close prop-file
           end-if.

       235-read-deed-line.
           read prop-file into prop-line
               at end move "Y" to prop-eof-switch
           end-read
           if not end-of-props
               and deed-count < 20
               move spaces to ph-name-fld ph-buy-fld ph-accrue-fld
                   ph-sold-fld
               unstring prop-line delimited by '|'
                   into ph-name-fld ph-buy-fld ph-accrue-fld
                       ph-sold-fld
               end-unstring
               add 1 to deed-count
               move ph-name-fld to hd-name(deed-count)
               compute hd-buy(deed-count) = function numval(ph-buy-fld)
               compute hd-accrue(deed-count) =
                   function numval(ph-accrue-fld)
               move 0 to hd-sold(deed-count)
               if ph-sold-fld is numeric
                   move ph-sold-fld to hd-sold(deed-count)
               end-if
               move deed-count to deed-idx
               perform 240-value-deed
           end-if.

       236-build-owner-path.
           move spaces to prop-path
           string './NGM/logs/prop_' delimited size
               function trim(prop-owner) delimited size
               '.dat' delimited size
               into prop-path.

       240-value-deed.
           move 0 to hd-price(deed-idx) hd-rent-due(deed-idx)
               hd-buyback(deed-idx)
           perform 245-match-deed-catalog
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count.

       245-match-deed-catalog.
           if function trim(pc-name(catalog-idx))
                   = function trim(hd-name(deed-idx))
               move pc-price(catalog-idx) to hd-price(deed-idx)
               compute hd-buyback(deed-idx) =
                   pc-price(catalog-idx) * buyback-pct / 100
               move 0 to rent-days
               if hd-accrue(deed-idx) > 0
                   and hd-accrue(deed-idx) < sale-today
                   compute rent-days =
                       function integer-of-date(sale-today)
                       - function integer-of-date(hd-accrue(deed-idx))
               end-if
               if rent-days > 30
                   move 30 to rent-days
               end-if
               compute hd-rent-due(deed-idx) =
                   (pc-rent(catalog-idx) - pc-upkeep(catalog-idx))
                       * rent-days
           end-if.

       250-show-deeds.
           display function trim(mt-no-property-bought trailing)
               at 0402
           perform 255-show-deed-line
               varying deed-idx from 1 by 1
               until deed-idx > deed-count or deed-idx > 12
           if deed-count = 0
               display function trim(mt-you-own-no-property-2 trailing)
                   at 0502
           end-if.

       255-show-deed-line.
           compute disp-row = deed-idx + 4
           display deed-idx at line disp-row column 2
           display hd-name(deed-idx) at line disp-row column 7
           display hd-buy(deed-idx) at line disp-row column 24
           if hd-sold(deed-idx) > 0
               display function trim(mt-transferred trailing) at line
                   disp-row column 34
           else
               move hd-buyback(deed-idx) to disp-amt
               display '$' at line disp-row column 34
               display disp-amt at line disp-row column 35
               move hd-rent-due(deed-idx) to disp-bank
               display disp-bank at line disp-row column 44
           end-if.

       260-save-deeds.
           perform 236-build-owner-path
           open output prop-file
           if prop-status = "00"
               perform 265-write-deed-line
                   varying deed-idx from 1 by 1
                   until deed-idx > deed-count
               close prop-file
           end-if.

       265-write-deed-line.
           if hd-name(deed-idx) = spaces
               exit paragraph
           end-if
           move spaces to prop-line
           if hd-sold(deed-idx) > 0
               string function trim(hd-name(deed-idx)) delimited size
                   '|' delimited size
                   hd-buy(deed-idx) delimited size
                   '|' delimited size
                   hd-accrue(deed-idx) delimited size
                   '|' delimited size
                   hd-sold(deed-idx) delimited size
                   into prop-line
           else
               string function trim(hd-name(deed-idx)) delimited size
                   '|' delimited size
                   hd-buy(deed-idx) delimited size
                   '|' delimited size
                   hd-accrue(deed-idx) delimited size
                   into prop-line
           end-if
           write prop-record from prop-line.

       270-pick-deed.
           move 0 to deed-pick
           display function trim(mt-deed-no-0 trailing) at 1802
           accept deed-pick at 1828
           if deed-pick > deed-count
               move 0 to deed-pick
           end-if
           if deed-pick > 0
               if hd-sold(deed-pick) > 0
                   display function trim(mt-that-deed trailing)
                       at 1902
                   accept user-input at 1939
                   move 0 to deed-pick
               end-if
           end-if.

       400-sell-to-desk.
           move username to prop-owner
           perform 230-load-deeds
           display erase screen
           display function trim(mt-sell-to-the-desk trailing) at 0202
           move buyback-pct to disp-amt
           display function trim(mt-the-desk-buys-deeds trailing)
               at 0302
           display disp-amt at 0329
           display function trim(mt-of-list trailing) at 0336
           perform 250-show-deeds
           perform 270-pick-deed
           if deed-pick = 0
               exit paragraph
           end-if
           compute sale-proceeds = hd-buyback(deed-pick)
           move 0 to sale-rent
           if hd-rent-due(deed-pick) > 0
               move hd-rent-due(deed-pick) to sale-rent
           else
               add hd-rent-due(deed-pick) to sale-proceeds
               if sale-proceeds < 0
                   move 0 to sale-proceeds
               end-if
           end-if
           move sale-proceeds to disp-amt
           display function trim(mt-the-desk-pays trailing) at 1902
           display disp-amt at 1917
           move sale-rent to disp-bank
           display function trim(mt-plus-unpaid-rent trailing) at 1925
           display disp-bank at 1943
           display function trim(mt-confirm-sale-y-n trailing) at 2002
           accept sale-confirm at 2022
           if sale-confirm not = 'Y' and sale-confirm not = 'y'
               exit paragraph
           end-if
           compute trade-amt = sale-proceeds + sale-rent
           if trade-amt > 0
               move username to api-player
               perform 505-api-deposit
               if api-response(1:7) not = "SUCCESS"
                   display function trim(mt-the-property-desk trailing)
                       at 2102
                   accept user-input at 2131
                   exit paragraph
               end-if
           end-if
           move hd-name(deed-pick) to buy-pick-name
           move spaces to hd-name(deed-pick)
           perform 260-save-deeds
           move username to txn-user
           if sale-rent > 0
               add sale-rent to user-bank
               move sale-rent to trade-amt
               move "RENT" to txn-direction
               move user-bank to txn-bal
               move spaces to txn-counterparty
               perform 600-log-transaction
           end-if
           add sale-proceeds to user-bank
           move sale-proceeds to trade-amt
           move "PROPSALE" to txn-direction
           move user-bank to txn-bal
           move "DESK" to txn-counterparty
           perform 600-log-transaction
           display function trim(mt-sold-the-desk trailing) at 2102
           display function trim(buy-pick-name) at 2139
           accept user-input at 2202.

       450-transfer-deed.
           move username to prop-owner
           perform 230-load-deeds
           display erase screen
           display function trim(mt-transfer-a-deed trailing) at 0202
           display function trim(mt-sell-a-deed trailing)
               at 0302
           perform 250-show-deeds
           perform 270-pick-deed
           if deed-pick = 0
               exit paragraph
           end-if
           move spaces to offer-buyer
           display function trim(mt-buyer trailing) at 1902
           accept offer-buyer at 1909
           move 0 to offer-price
           display function trim(mt-price trailing) at 2002
           accept offer-price at 2010
           if offer-buyer = spaces
               or function trim(offer-buyer) = function trim(username)
               or offer-price = 0 or offer-price > 999999
               display function trim(mt-that-offer-cannot trailing)
                   at 2102
               accept user-input at 2129
               exit paragraph
           end-if
           perform 455-check-buyer
           if not buyer-is-known
               display function trim(mt-no-active-player trailing)
                   at 2102
               accept user-input at 2138
               exit paragraph
           end-if
           move offer-price to disp-amt
           display function trim(mt-offer-the-deed trailing) at 2102
           display disp-amt at 2122
           display function trim(mt-confirm-y-n trailing) at 2130
           accept sale-confirm at 2148
           if sale-confirm not = 'Y' and sale-confirm not = 'y'
               exit paragraph
           end-if
           move "property" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-deed-office trailing)
                   at 2202
               accept user-input at 2239
               exit paragraph
           end-if
           perform 460-next-offer-id
           if offer-is-duplicate
               perform 622-release-lock
               display function trim(mt-that-deed-2 trailing) at 2202
               accept user-input at 2233
               exit paragraph
           end-if
           perform 470-append-offer
           perform 622-release-lock
           move offer-buyer to mail-to
           move spaces to mail-text
           string function trim(username) delimited size
               ' offers you the deed to ' delimited size
               function trim(hd-name(deed-pick)) delimited size
               ' for $' delimited size
               function trim(disp-amt) delimited size
               ' (' delimited size
               new-offer-id delimited size
               '). See Deed Offers.' delimited size
               into mail-text
           perform 630-post-mail
           display function trim(mt-offer-sent trailing) at 2202
           display new-offer-id at 2216
           accept user-input at 2223.

       455-check-buyer.
           move "N" to buyer-ok-switch
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 456-read-player-line
                   until end-of-players or buyer-is-known
               close players-file
           end-if.

       456-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to preg-name-fld preg-status-fld
               unstring players-record delimited by '|'
                   into preg-name-fld preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if function trim(preg-name-fld)
                       = function trim(offer-buyer)
                   and (preg-status-fld = "ACTIVE"
                       or preg-status-fld = "VACATION")
                   move "Y" to buyer-ok-switch
               end-if
           end-if.

       460-next-offer-id.
           move 0 to offer-max-num
           move "N" to offer-dup-switch
           move "N" to offer-eof-switch
           open input offer-file
           if offer-status = "00"
               perform 465-check-offer-line
                   until end-of-offers
               close offer-file
           end-if
           add 1 to offer-max-num
           move spaces to new-offer-id
           string 'D' delimited size
               offer-max-num delimited size
               into new-offer-id.

       465-check-offer-line.
           read offer-file into offer-line
               at end move "Y" to offer-eof-switch
           end-read
           if not end-of-offers
               perform 710-split-offer-line
               if of-id-fld(2:5) is numeric
                   and function numval(of-id-fld(2:5))
                       > offer-max-num
                   compute offer-max-num =
                       function numval(of-id-fld(2:5))
               end-if
               if of-status-fld = "OFFER"
                   and function trim(of-seller-fld)
                       = function trim(username)
                   and function trim(of-prop-fld)
                       = function trim(hd-name(deed-pick))
                   and function numval(of-buydate-fld)
                       = hd-buy(deed-pick)
                   move "Y" to offer-dup-switch
               end-if
           end-if.

       470-append-offer.
           move spaces to offer-line
           string new-offer-id delimited size
               '|OFFER|' delimited size
               function trim(username) delimited size
               '|' delimited size
               function trim(offer-buyer) delimited size
               '|' delimited size
               function trim(hd-name(deed-pick)) delimited size
               '|' delimited size
               hd-buy(deed-pick) delimited size
               '|' delimited size
               offer-price delimited size
               '|' delimited size
               sale-today delimited size
               '|' delimited size
               into offer-line
           open extend offer-file
           if offer-status not = "00"
               open output offer-file
           end-if
           if offer-status = "00"
               write offer-record from offer-line
           end-if
           close offer-file.

       700-offers-screen.
           perform 705-load-offers
           display erase screen
           display function trim(mt-deed-offers trailing) at 0202
           display function trim(mt-no-id-property trailing) at 0402
           perform 708-show-offer-line
               varying offer-idx from 1 by 1
               until offer-idx > offer-count
           if offer-count = 0
               display function trim(mt-no-deed-offers trailing) at 0502
           end-if
           display function trim(mt-a-accept-d-decline trailing)
               at 1702
           display function trim(mt-enter-choice trailing) at 1802
           accept user-input at 1817
           evaluate user-input
               when 'A'
               when 'a'
                   perform 715-pick-offer
                   if offer-pick > 0
                       perform 720-accept-offer
                   end-if
               when 'D'
               when 'd'
                   perform 715-pick-offer
                   if offer-pick > 0
                       perform 730-decline-offer
                   end-if
               when 'W'
               when 'w'
                   perform 715-pick-offer
                   if offer-pick > 0
                       perform 740-withdraw-offer
                   end-if
               when other
                   exit paragraph
           end-evaluate
           perform 700-offers-screen.

       705-load-offers.
           move 0 to offer-count
           move "N" to offer-eof-switch
           open input offer-file
           if offer-status = "00"
               perform 706-read-offer-line
                   until end-of-offers
               close offer-file
           end-if.

       706-read-offer-line.
           read offer-file into offer-line
               at end move "Y" to offer-eof-switch
           end-read
           if not end-of-offers
               perform 710-split-offer-line
               if of-status-fld = "OFFER"
                   and offer-count < 10
                   and (function trim(of-seller-fld)
                           = function trim(username)
                       or function trim(of-buyer-fld)
                           = function trim(username))
                   add 1 to offer-count
                   move of-id-fld to oe-id(offer-count)
                   move of-seller-fld to oe-seller(offer-count)
                   move of-buyer-fld to oe-buyer(offer-count)
                   move of-prop-fld to oe-prop(offer-count)
                   compute oe-buydate(offer-count) =
                       function numval(of-buydate-fld)
                   compute oe-price(offer-count) =
                       function numval(of-price-fld)
               end-if
           end-if.

       708-show-offer-line.
           compute disp-row = offer-idx + 4
           display offer-idx at line disp-row column 2
           display oe-id(offer-idx) at line disp-row column 6
           display oe-prop(offer-idx) at line disp-row column 13
           move oe-price(offer-idx) to disp-amt
           display '$' at line disp-row column 30
           display disp-amt at line disp-row column 31
           if function trim(oe-buyer(offer-idx))
                   = function trim(username)
               display function trim(mt-from trailing) at line disp-row
                   column 40
               display oe-seller(offer-idx) at line disp-row column 45
           else
               display function trim(mt-to trailing) at line disp-row
                   column 40
               display oe-buyer(offer-idx) at line disp-row column 45
           end-if.

       710-split-offer-line.
           move spaces to of-id-fld of-status-fld of-seller-fld
               of-buyer-fld of-prop-fld of-buydate-fld of-price-fld
               of-date-fld of-close-fld
           unstring offer-line delimited by '|'
               into of-id-fld of-status-fld of-seller-fld
                   of-buyer-fld of-prop-fld of-buydate-fld
                   of-price-fld of-date-fld of-close-fld
           end-unstring.

       715-pick-offer.
           move 0 to offer-pick
           display function trim(mt-offer-no trailing) at 1902
           accept offer-pick at 1913
           if offer-pick > offer-count
               move 0 to offer-pick
           end-if.

       716-lock-offer.
           move "property" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               move 0 to offer-pick
               display function trim(mt-the-deed-office trailing)
                   at 2002
               accept user-input at 2039
               exit paragraph
           end-if
           move oe-id(offer-pick) to target-offer-id
           perform 750-find-offer
           if not offer-found or of-status-fld not = "OFFER"
               perform 622-release-lock
               move 0 to offer-pick
               display function trim(mt-that-offer trailing) at 2002
               accept user-input at 2033
           end-if.

       720-accept-offer.
           if function trim(oe-buyer(offer-pick))
                   not = function trim(username)
               display function trim(mt-only-the-buyer-can trailing)
                   at 2002
               accept user-input at 2029
               exit paragraph
           end-if
           if oe-price(offer-pick) > user-bank
               display function trim(mt-not-enough trailing) at 2002
               accept user-input at 2035
               exit paragraph
           end-if
           move oe-price(offer-pick) to disp-amt
           display function trim(mt-pay trailing) at 2002
           display disp-amt at 2007
           display function trim(mt-for-the-deed trailing) at 2015
           accept sale-confirm at 2046
           if sale-confirm not = 'Y' and sale-confirm not = 'y'
               exit paragraph
           end-if
           perform 716-lock-offer
           if offer-pick = 0
               exit paragraph
           end-if
           move oe-seller(offer-pick) to prop-owner
           perform 230-load-deeds
           move 0 to deed-found-idx
           perform 725-match-seller-deed
               varying deed-idx from 1 by 1
               until deed-idx > deed-count
           if deed-found-idx = 0
               move "VOID" to new-offer-status
               perform 760-update-offer
               perform 622-release-lock
               display function trim(mt-the-seller-no trailing)
                   at 2102
               accept user-input at 2140
               exit paragraph
           end-if
           move oe-price(offer-pick) to trade-amt
           perform 500-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-your-bank-would-not trailing)
                   at 2102
               accept user-input at 2141
               exit paragraph
           end-if
           move oe-seller(offer-pick) to api-player
           perform 505-api-deposit
           if api-response(1:7) not = "SUCCESS"
               move username to api-player
               perform 505-api-deposit
               perform 622-release-lock
               display function trim(mt-the-seller-could trailing)
                   at 2102
               display function trim(mt-money-was-returned trailing)
                   at 2202
               accept user-input at 2222
               exit paragraph
           end-if
           subtract trade-amt from user-bank
           move sale-today to hd-sold(deed-found-idx)
           perform 260-save-deeds
           move username to prop-owner
           perform 236-build-owner-path
           move spaces to prop-line
           string function trim(oe-prop(offer-pick)) delimited size
               '|' delimited size
               sale-today delimited size
               '|' delimited size
               sale-today delimited size
               into prop-line
           open extend prop-file
           if prop-status not = "00"
               open output prop-file
           end-if
           if prop-status = "00"
               write prop-record from prop-line
           end-if
           close prop-file
           move "DONE" to new-offer-status
           perform 760-update-offer
           perform 622-release-lock
           move "PROPBUY" to txn-direction
           move username to txn-user
           move user-bank to txn-bal
           move oe-seller(offer-pick) to txn-counterparty
           perform 600-log-transaction
           move "PROPSALE" to txn-direction
           move oe-seller(offer-pick) to txn-user
           move 0 to txn-bal
           move username to txn-counterparty
           perform 600-log-transaction
           move oe-seller(offer-pick) to mail-to
           move spaces to mail-text
           string function trim(username) delimited size
               ' bought your deed to ' delimited size
               function trim(oe-prop(offer-pick)) delimited size
               ' for $' delimited size
               function trim(disp-amt) delimited size
               '. Its rent stopped today.' delimited size
               into mail-text
           perform 630-post-mail
           display function trim(mt-the-deed-is-yours trailing) at 2102
           accept user-input at 2121.

       725-match-seller-deed.
           if deed-found-idx = 0
               and hd-sold(deed-idx) = 0
               and function trim(hd-name(deed-idx))
                   = function trim(oe-prop(offer-pick))
               and hd-buy(deed-idx) = oe-buydate(offer-pick)
               move deed-idx to deed-found-idx
           end-if.

       730-decline-offer.
           if function trim(oe-buyer(offer-pick))
                   not = function trim(username)
               display function trim(mt-use-withdraw trailing) at 2002
               accept user-input at 2036
               exit paragraph
           end-if
           perform 716-lock-offer
           if offer-pick = 0
               exit paragraph
           end-if
           move "DECLINED" to new-offer-status
           perform 760-update-offer
           perform 622-release-lock
           move oe-seller(offer-pick) to mail-to
           move spaces to mail-text
           string function trim(username) delimited size
               ' turned down your deed offer ' delimited size
               oe-id(offer-pick) delimited size
               ' for ' delimited size
               function trim(oe-prop(offer-pick)) delimited size
               '.' delimited size
               into mail-text
           perform 630-post-mail
           display function trim(mt-offer-declined trailing) at 2002
           accept user-input at 2018.

       740-withdraw-offer.
           if function trim(oe-seller(offer-pick))
                   not = function trim(username)
               display function trim(mt-use-decline trailing) at 2002
               accept user-input at 2038
               exit paragraph
           end-if
           perform 716-lock-offer
           if offer-pick = 0
               exit paragraph
           end-if
           move "WITHDRAWN" to new-offer-status
           perform 760-update-offer
           perform 622-release-lock
           move oe-buyer(offer-pick) to mail-to
           move spaces to mail-text
           string function trim(username) delimited size
               ' withdrew deed offer ' delimited size
               oe-id(offer-pick) delimited size
               ' for ' delimited size
               function trim(oe-prop(offer-pick)) delimited size
               '.' delimited size
               into mail-text
           perform 630-post-mail
           display function trim(mt-offer-withdrawn trailing) at 2002
           accept user-input at 2019.

       750-find-offer.
           move "N" to offer-found-switch
           move "N" to offer-eof-switch
           open input offer-file
           if offer-status = "00"
               perform 755-match-offer-line
                   until end-of-offers or offer-found
               close offer-file
           end-if.

       755-match-offer-line.
           read offer-file into offer-line
               at end move "Y" to offer-eof-switch
           end-read
           if not end-of-offers
               perform 710-split-offer-line
               if of-id-fld = target-offer-id
                   move "Y" to offer-found-switch
               end-if
           end-if.

       760-update-offer.
           accept sale-today from date yyyymmdd
           move "N" to offer-eof-switch
           open input offer-file
           open output offer-temp-file
           if offer-status not = "00" or offer-temp-status not = "00"
               close offer-file
               close offer-temp-file
               exit paragraph
           end-if
           perform 765-rewrite-offer-line
               until end-of-offers
           close offer-file
           close offer-temp-file
           move "N" to offer-eof-switch
           open input offer-temp-file
           open output offer-file
           if offer-temp-status = "00" and offer-status = "00"
               perform 770-copy-offer-back
                   until end-of-offers
           end-if
           close offer-temp-file
           close offer-file.

       765-rewrite-offer-line.
           read offer-file into offer-line
               at end move "Y" to offer-eof-switch
           end-read
           if end-of-offers
               exit paragraph
           end-if
           perform 710-split-offer-line
           if of-id-fld = target-offer-id
               move spaces to offer-line
               string function trim(of-id-fld) delimited size
                   '|' delimited size
                   function trim(new-offer-status) delimited size
                   '|' delimited size
                   function trim(of-seller-fld) delimited size
                   '|' delimited size
                   function trim(of-buyer-fld) delimited size
                   '|' delimited size
                   function trim(of-prop-fld) delimited size
                   '|' delimited size
                   function trim(of-buydate-fld) delimited size
                   '|' delimited size
                   function trim(of-price-fld) delimited size
                   '|' delimited size
                   function trim(of-date-fld) delimited size
                   '|' delimited size
                   sale-today delimited size
                   into offer-line
           end-if
           write offer-temp-record from offer-line.

       770-copy-offer-back.
           read offer-temp-file
               at end move "Y" to offer-eof-switch
           end-read
           if not end-of-offers
               write offer-record from offer-temp-record
           end-if.

       600-log-transaction.
           perform 605-next-txn-id
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(txn-user) delimited size
               '.dat' delimited size
               into txn-log-path
           accept txn-timestamp from time
               '|' delimited size
               trade-amt delimited size
               '|' delimited size
               txn-bal delimited size
               '|' delimited size
               txn-date delimited size
               '|' delimited size
               function trim(txn-counterparty) delimited size
               '|' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
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

       630-post-mail.
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
               '|PROPERTY|' delimited size
               function trim(mail-text) delimited size
               into mail-log-line
           open extend mail-log-file
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move mail-to to notify-to
           move "PROPERTY" to notify-category
           perform 635-spool-notice.

       635-spool-notice.
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

       500-api-withdraw.
           perform 591-generate-ticket
           move spaces to api-command
           call "SYSTEM" using api-command
           perform 590-read-response.

       505-api-deposit.
           perform 594-generate-seller-ticket
           move spaces to api-command
           string 'py ./NGM/api.py DEPOSIT ' delimited size
               function trim(api-player) delimited size
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

       594-generate-seller-ticket.
           accept ticket-clock from time
           add 1 to ticket-seq
           if ticket-seq > 99
               move 0 to ticket-seq
           end-if
           compute ticket-number = ticket-clock * 100 + ticket-seq
           move ticket-number to ticket-text
           move spaces to api-response-path
           string './NGM/logs/api_response_' delimited size
               function trim(api-player) delimited size
               '_' delimited size
               ticket-text delimited size
               '.dat' delimited size
               into api-response-path.

       end program property.
