               "./NGM/data/market.tmp"
               organization is line sequential
               file status is market-temp-status.
           select auction-bids-file assign to
               "./NGM/data/auction_bids.dat"
               organization is line sequential
               file status is auction-bids-status.
           select collect-file assign to
               collect-path
               organization is line sequential
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
               api-response-path
               organization is line sequential
               file status is file-status.
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
           01 market-record pic x(100).
           fd market-temp-file.
           01 market-temp-record pic x(100).
           fd auction-bids-file.
           01 auction-bids-record pic x(80).
           fd collect-file.
           01 collect-record pic x(60).
           fd collect-temp-file.
           01 txn-log-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd lock-file.
           01 lock-record pic x(20).
           fd api-response-file.
           01 api-response-record pic x(1000).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).

       working-storage section.
       01  local-data.
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "market".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
               88 listing-line-found value "Y".
           05 listing-rewrite-switch pic x(1) value "N".
               88 listing-rewrite-done value "Y".
           05 mk-status-fld     pic x(7).
           05 mk-seller-fld     pic x(20).
           05 mk-item-fld       pic x(12).
           05 mk-price-fld      pic x(8).
           05 list-price        pic 9(6).
           05 sale-date         pic 9(8).

       01  auction-work.
           05 auction-bids-status pic x(2).
           05 bid-row-line      pic x(80).
           05 au-bidder-fld     pic x(20).
           05 au-bid-fld        pic x(8).
           05 au-end-fld        pic x(8).
           05 au-bids-fld       pic x(4).
           05 au-id-fld         pic x(16).
           05 au-high-bid       pic 9(6).
           05 au-reserve        pic 9(6).
           05 au-end-date       pic 9(8).
           05 au-bid-count      pic 9(4).
           05 au-days           pic 9(1).
           05 au-today          pic 9(8).
           05 au-now-time       pic 9(8).
           05 au-id             pic x(16).
           05 bid-amount        pic 9(6).
           05 prior-bidder      pic x(20).
           05 prior-bid         pic 9(6).
           05 bid-row-kind      pic x(3).
           05 bid-row-user      pic x(20).
           05 bid-row-amount    pic 9(6).

       01  collect-store.
           05 collect-status      pic x(2).
           05 collect-temp-status pic x(2).
           05 txn-direction     pic x(8).
           05 txn-user          pic x(20).
           05 txn-balance       pic s9(7).
           05 txn-other         pic x(20).
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

       01  mail-post.
           05 mail-log-status   pic x(2).
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
           05 msg-base          pic 9(4) value 4700.
           05 msg-count         pic 9(3) value 73.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 73 times.
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
               '=== PLAYER MARKETPLACE ==='.
           05 filler pic x(50) value
               'Bank Balance: $'.
           05 filler pic x(50) value
               'Your Shields:'.
           05 filler pic x(50) value
               'Your Passes:'.
           05 filler pic x(50) value
               'Collectibles:'.
           05 filler pic x(50) value
               '1. List an Item for Sale'.
           05 filler pic x(50) value
               '2. Buy a Listing'.
           05 filler pic x(50) value
               '3. Cancel One of My Listings'.
           05 filler pic x(50) value
               '4. Return to Main Menu'.
           05 filler pic x(50) value
               '5. Auction House'.
           05 filler pic x(50) value
               'Enter choice:'.
           05 filler pic x(50) value
               'FOR SALE: Item / Price / Seller'.
           05 filler pic x(50) value
               'Nothing is listed right now.'.
           05 filler pic x(50) value
               'Sell which item?'.
           05 filler pic x(50) value
               '1) Hack Shield 2) Overtime Pass'.
           05 filler pic x(50) value
               '3) Collectible:'.
           05 filler pic x(50) value
               'You have no shields to sell.'.
           05 filler pic x(50) value
               'You have no passes to sell.'.
           05 filler pic x(50) value
               'You have no collectibles to sell.'.
           05 filler pic x(50) value
               'Asking price: $'.
           05 filler pic x(50) value
               'Invalid price.'.
           05 filler pic x(50) value
               'Listed! The item is held in escrow.'.
           05 filler pic x(50) value
               'Nothing to buy right now.'.
           05 filler pic x(50) value
               'Buy listing number:'.
           05 filler pic x(50) value
               'The marketplace is mobbed - try'.
           05 filler pic x(50) value
               'again in a moment.'.
           05 filler pic x(50) value
               'That listing sold under you.'.
           05 filler pic x(50) value
               'That listing is your own.'.
           05 filler pic x(50) value
               'Not enough in the bank for that.'.
           05 filler pic x(50) value
               'The marketplace bank is closed.'.
           05 filler pic x(50) value
               'The sale could not be recorded -'.
           05 filler pic x(50) value
               'your money was returned.'.
           05 filler pic x(50) value
               'The sale could not be recorded AND'.
           05 filler pic x(50) value
               'the refund failed - see an admin.'.
           05 filler pic x(50) value
               'A Hack Shield is yours!'.
           05 filler pic x(50) value
               'An Overtime Pass is yours!'.
           05 filler pic x(50) value
               'A rare collectible is yours!'.
           05 filler pic x(50) value
               'Nothing listed right now.'.
           05 filler pic x(50) value
               'Cancel listing number:'.
           05 filler pic x(50) value
               'That listing just sold - too late'.
           05 filler pic x(50) value
               'to pull it back.'.
           05 filler pic x(50) value
               'That listing is not yours.'.
           05 filler pic x(50) value
               'The board would not update - the'.
           05 filler pic x(50) value
               'listing stays up. Try again.'.
           05 filler pic x(50) value
               'Listing cancelled - item returned.'.
           05 filler pic x(50) value
               '=== AUCTION HOUSE ==='.
           05 filler pic x(50) value
               '1. Bid on an Auction'.
           05 filler pic x(50) value
               '2. Auction a Collectible'.
           05 filler pic x(50) value
               '3. Back to the Marketplace'.
           05 filler pic x(50) value
               'UP FOR BID: Item / High Bid / Reserve / Closes'.
           05 filler pic x(50) value
               '/ Seller'.
           05 filler pic x(50) value
               'No auctions are running right now.'.
           05 filler pic x(50) value
               'MET'.
           05 filler pic x(50) value
               'NOT MET'.
           05 filler pic x(50) value
               'Nothing to bid on right now.'.
           05 filler pic x(50) value
               'Bid on auction number:'.
           05 filler pic x(50) value
               'Your bid: $'.
           05 filler pic x(50) value
               'Not enough in the bank to cover that.'.
           05 filler pic x(50) value
               'The auction house is mobbed - try'.
           05 filler pic x(50) value
               'That auction has closed.'.
           05 filler pic x(50) value
               'You cannot bid on your own auction.'.
           05 filler pic x(50) value
               'You already hold the high bid.'.
           05 filler pic x(50) value
               'You must beat the high bid of $'.
           05 filler pic x(50) value
               'The auction house bank is closed.'.
           05 filler pic x(50) value
               'The bid could not be recorded -'.
           05 filler pic x(50) value
               'The bid could not be recorded AND'.
           05 filler pic x(50) value
               'You hold the high bid! The money is'.
           05 filler pic x(50) value
               'held until the auction closes.'.
           05 filler pic x(50) value
               'You have no collectibles to auction.'.
           05 filler pic x(50) value
               'Reserve price: $'.
           05 filler pic x(50) value
               'Days to run (1-7):'.
           05 filler pic x(50) value
               'Auctions run from 1 to 7 days.'.
           05 filler pic x(50) value
               'Auction started! It closes on'.
       01  screen-text.
           05 mt-player-marketplace pic x(50).
           05 mt-bank-balance      pic x(50).
           05 mt-your-shields      pic x(50).
           05 mt-your-passes       pic x(50).
           05 mt-collectibles      pic x(50).
           05 mt-1-list-an-item    pic x(50).
           05 mt-2-buy-a-listing   pic x(50).
           05 mt-3-cancel-one      pic x(50).
           05 mt-4-return-to-main  pic x(50).
           05 mt-5-auction-house   pic x(50).
           05 mt-enter-choice      pic x(50).
           05 mt-for-sale-item-price pic x(50).
           05 mt-nothing-is-listed pic x(50).
           05 mt-sell-which-item   pic x(50).
           05 mt-1-hack-shield-2   pic x(50).
           05 mt-3-collectible     pic x(50).
           05 mt-you-have-no-shields pic x(50).
           05 mt-you-have-no-passes pic x(50).
           05 mt-you-have-no       pic x(50).
           05 mt-asking-price      pic x(50).
           05 mt-invalid-price     pic x(50).
           05 mt-listed-the-item   pic x(50).
           05 mt-nothing-to-buy    pic x(50).
           05 mt-buy-listing-number pic x(50).
           05 mt-the-marketplace   pic x(50).
           05 mt-again-in-a-moment pic x(50).
           05 mt-that-listing-sold pic x(50).
           05 mt-that-listing      pic x(50).
           05 mt-not-enough        pic x(50).
           05 mt-the-marketplace-2 pic x(50).
           05 mt-the-sale-could-not pic x(50).
           05 mt-your-money        pic x(50).
           05 mt-the-sale-could-not-2 pic x(50).
           05 mt-the-refund-failed pic x(50).
           05 mt-a-hack-shield     pic x(50).
           05 mt-an-overtime-pass  pic x(50).
           05 mt-a-rare-collectible pic x(50).
           05 mt-nothing-listed    pic x(50).
           05 mt-cancel-listing    pic x(50).
           05 mt-that-listing-just pic x(50).
           05 mt-to-pull-it-back   pic x(50).
           05 mt-that-listing-is-not pic x(50).
           05 mt-the-board-would-not pic x(50).
           05 mt-listing-stays-up  pic x(50).
           05 mt-listing-cancelled pic x(50).
           05 mt-auction-house     pic x(50).
           05 mt-1-bid             pic x(50).
           05 mt-2-auction         pic x(50).
           05 mt-3-back            pic x(50).
           05 mt-up-for-bid-item   pic x(50).
           05 mt-seller            pic x(50).
           05 mt-no-auctions       pic x(50).
           05 mt-met               pic x(50).
           05 mt-not-met           pic x(50).
           05 mt-nothing-to-bid    pic x(50).
           05 mt-bid-on-auction    pic x(50).
           05 mt-your-bid          pic x(50).
           05 mt-not-enough-2      pic x(50).
           05 mt-the-auction-house pic x(50).
           05 mt-that-auction      pic x(50).
           05 mt-you-cannot-bid    pic x(50).
           05 mt-you-already-hold  pic x(50).
           05 mt-you-must-beat     pic x(50).
           05 mt-the-auction-house-2 pic x(50).
           05 mt-the-bid-could-not pic x(50).
           05 mt-the-bid-could-not-2 pic x(50).
           05 mt-you-hold-the-high pic x(50).
           05 mt-held-until        pic x(50).
           05 mt-you-have-no-2     pic x(50).
           05 mt-reserve-price     pic x(50).
           05 mt-days-to-run-1     pic x(50).
           05 mt-auctions-run-from-1 pic x(50).
           05 mt-auction-started   pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 73 times.

       linkage section.
       01  username            pic x(20).
       01  user-bank           pic S9(7).
       procedure division using username user-bank
               hack-shield-count overtime-pass-count.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           move spaces to collect-path
           string './NGM/logs/collect_' delimited size
               function trim(username) delimited size
           perform 100-market-menu
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

       100-market-menu.
           perform 230-count-collectibles
           display erase screen
           display function trim(mt-player-marketplace trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0302
               disp-bank at 0318
           move hack-shield-count to disp-count
           display function trim(mt-your-shields trailing) at 0250
               disp-count
               at 0264
           move overtime-pass-count to disp-count
           display function trim(mt-your-passes trailing) at 0350
               disp-count
               at 0364
           move collect-count to disp-count
           display function trim(mt-collectibles trailing) at 0450
               disp-count at 0464
           perform 210-list-open-listings
           display function trim(mt-1-list-an-item trailing) at 1502
           display function trim(mt-2-buy-a-listing trailing) at 1602
           display function trim(mt-3-cancel-one trailing) at 1702
           display function trim(mt-4-return-to-main trailing) at 1802
           display function trim(mt-5-auction-house trailing) at 1535
           display function trim(mt-enter-choice trailing) at 2002
           accept user-input at 2017
           evaluate user-input
               when '1' perform 300-list-item
               when '2' perform 310-buy-listing
               when '3' perform 320-cancel-listing
               when '4' goback
               when '5' perform 700-auction-house
               when other perform 100-market-menu
           end-evaluate.

       210-list-open-listings.
           move 0 to listing-shown listing-line-num
           display function trim(mt-for-sale-item-price trailing)
               at 0602
           move "N" to market-eof-switch
           open input market-file
           if market-status = "00"
               close market-file
           end-if
           if listing-shown = 0
               display function trim(mt-nothing-is-listed trailing)
                   at 0702
           end-if.

       215-show-one-listing.
           end-if.

       300-list-item.
           display function trim(mt-sell-which-item trailing) at 2102
           display function trim(mt-1-hack-shield-2 trailing) at 2202
           display function trim(mt-3-collectible trailing) at 2302
           accept user-input at 2319
           move spaces to list-item-code
           evaluate user-input
               when '1'
                   if hack-shield-count = 0
                       display function trim(mt-you-have-no-shields
                           trailing) at 2402
                       accept user-input at 2432
                       perform 100-market-menu
                   end-if
                   move "SHIELD" to list-item-code
               when '2'
                   if overtime-pass-count = 0
                       display function trim(mt-you-have-no-passes
                           trailing) at 2402
                       accept user-input at 2431
                       perform 100-market-menu
                   end-if
                   move "PASS" to list-item-code
               when '3'
                   if collect-count = 0
                       display function trim(mt-you-have-no trailing)
                           at 2402
                       accept user-input at 2437
                       perform 100-market-menu
                   perform 100-market-menu
           end-evaluate
           move 0 to list-price
           display function trim(mt-asking-price trailing) at 2402
           accept list-price at 2418
           if list-price = 0
               display function trim(mt-invalid-price trailing) at 2402
               accept user-input at 2418
               perform 100-market-menu
           end-if
                   perform 330-remove-one-collectible
           end-evaluate
           perform 340-append-listing
           display function trim(mt-listed-the-item trailing) at 2402
           accept user-input at 2440
           perform 100-market-menu.

       310-buy-listing.
           if listing-shown = 0
               display function trim(mt-nothing-to-buy trailing) at 2102
               accept user-input at 2128
               perform 100-market-menu
           end-if
           display function trim(mt-buy-listing-number trailing) at 2102
           accept pick-number at 2123
           if pick-number = 0 or pick-number > listing-shown
               perform 100-market-menu
           move "market" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-marketplace trailing)
                   at 2202
               display function trim(mt-again-in-a-moment trailing)
                   at 2302
               accept user-input at 2322
               perform 100-market-menu
           end-if
           end-unstring
           if mk-status-fld not = "OPEN"
               perform 622-release-lock
               display function trim(mt-that-listing-sold trailing)
                   at 2202
               accept user-input at 2231
               perform 100-market-menu
           end-if
           if function trim(mk-seller-fld)
                   = function trim(username)
               perform 622-release-lock
               display function trim(mt-that-listing trailing) at 2202
               accept user-input at 2228
               perform 100-market-menu
           end-if
           compute listing-price = function numval(mk-price-fld)
           if listing-price > user-bank
               perform 622-release-lock
               display function trim(mt-not-enough trailing) at 2202
               accept user-input at 2235
               perform 100-market-menu
           end-if
           perform 500-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-the-marketplace-2 trailing)
                   at 2202
               accept user-input at 2234
               perform 100-market-menu
           end-if
           if not listing-rewrite-done
               perform 520-api-refund-buyer
               if api-response(1:7) = "SUCCESS"
                   display function trim(mt-the-sale-could-not trailing)
                       at 2202
                   display function trim(mt-your-money trailing) at 2302
               else
                   display function trim(mt-the-sale-could-not-2
                       trailing) at 2202
                   display function trim(mt-the-refund-failed trailing)
                       at 2302
               end-if
               accept user-input at 2338
               perform 100-market-menu
           end-if
           subtract trade-amt from user-bank
           perform 605-next-txn-id
           move "MKTBUY" to txn-direction
           move username to txn-user
           move user-bank to txn-balance
           move mk-seller-fld to txn-other
           perform 600-log-transaction
           move mk-seller-fld to collect-other-user
           perform 510-api-deposit-seller
           move "MKTSALE" to txn-direction
           move mk-seller-fld to txn-user
           move 0 to txn-balance
           move username to txn-other
           perform 600-log-transaction
           evaluate mk-item-fld
               when "SHIELD"
                   add 1 to hack-shield-count
                   display function trim(mt-a-hack-shield trailing)
                       at 2202
               when "PASS"
                   add 1 to overtime-pass-count
                   display function trim(mt-an-overtime-pass trailing)
                       at 2202
               when other
                   perform 350-grant-collectible
                   display function trim(mt-a-rare-collectible trailing)
                       at 2202
           end-evaluate
           move mk-seller-fld to mail-to
           move "MARKET" to mail-from

       320-cancel-listing.
           if listing-shown = 0
               display function trim(mt-nothing-is-listed trailing)
                   at 2102
               accept user-input at 2128
               perform 100-market-menu
           end-if
           display function trim(mt-cancel-listing trailing) at 2102
           accept pick-number at 2126
           if pick-number = 0 or pick-number > listing-shown
               perform 100-market-menu
           move "market" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-marketplace trailing)
                   at 2202
               display function trim(mt-again-in-a-moment trailing)
                   at 2302
               accept user-input at 2322
               perform 100-market-menu
           end-if
           end-unstring
           if mk-status-fld not = "OPEN"
               perform 622-release-lock
               display function trim(mt-that-listing-just trailing)
                   at 2202
               display function trim(mt-to-pull-it-back trailing)
                   at 2302
               accept user-input at 2320
               perform 100-market-menu
           end-if
           if function trim(mk-seller-fld)
                   not = function trim(username)
               perform 622-release-lock
               display function trim(mt-that-listing-is-not trailing)
                   at 2202
               accept user-input at 2229
               perform 100-market-menu
           end-if
           perform 360-save-listings
           perform 622-release-lock
           if not listing-rewrite-done
               display function trim(mt-the-board-would-not trailing)
                   at 2202
               display function trim(mt-listing-stays-up trailing)
                   at 2302
               accept user-input at 2332
               perform 100-market-menu
           end-if
               when "PASS" add 1 to overtime-pass-count
               when other perform 350-grant-collectible
           end-evaluate
           display function trim(mt-listing-cancelled trailing) at 2202
           accept user-input at 2237
           perform 100-market-menu.

               write market-record from market-temp-record
           end-if.

       700-auction-house.
           perform 230-count-collectibles
           accept au-today from date yyyymmdd
           display erase screen
           display function trim(mt-auction-house trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0302
               disp-bank at 0318
           move collect-count to disp-count
           display function trim(mt-collectibles trailing) at 0350
               disp-count at 0364
           perform 710-list-auctions
           display function trim(mt-1-bid trailing) at 1502
           display function trim(mt-2-auction trailing) at 1602
           display function trim(mt-3-back trailing) at 1702
           display function trim(mt-enter-choice trailing) at 2002
           accept user-input at 2017
           evaluate user-input
               when '1' perform 720-place-bid
               when '2' perform 730-start-auction
               when '3' perform 100-market-menu
               when other perform 700-auction-house
           end-evaluate.

       710-list-auctions.
           move 0 to listing-shown listing-line-num
           display function trim(mt-up-for-bid-item trailing)
               at 0502
           display function trim(mt-seller trailing) at 0549
           move "N" to market-eof-switch
           open input market-file
           if market-status = "00"
               perform 715-show-one-auction
                   until end-of-market or listing-shown = 8
               close market-file
           end-if
           if listing-shown = 0
               display function trim(mt-no-auctions trailing) at 0602
           end-if.

       715-show-one-auction.
           read market-file into listing-work-line
               at end move "Y" to market-eof-switch
           end-read
           if end-of-market
               exit paragraph
           end-if
           add 1 to listing-line-num
           perform 725-split-auction
           if mk-status-fld = "AUCTION"
               and au-end-date >= au-today
               add 1 to listing-shown
               move listing-line-num
                   to listing-menu-map(listing-shown)
               compute disp-row = listing-shown + 5
               display listing-shown at line disp-row column 2
               display function trim(mk-item-fld)
                   at line disp-row column 5
               move au-high-bid to disp-amt
               display '$' at line disp-row column 18
               display disp-amt at line disp-row column 19
               if au-bid-count > 0
                   and au-high-bid >= au-reserve
                   display function trim(mt-met trailing) at line
                       disp-row column 27
               else
                   display function trim(mt-not-met trailing) at line
                       disp-row column 27
               end-if
               display au-end-fld at line disp-row column 36
               display function trim(mk-seller-fld)
                   at line disp-row column 46
           end-if.

       725-split-auction.
           move spaces to mk-status-fld mk-seller-fld mk-item-fld
               mk-price-fld mk-date-fld au-bidder-fld au-bid-fld
               au-end-fld au-bids-fld au-id-fld
           unstring listing-work-line delimited by '|'
               into mk-status-fld mk-seller-fld mk-item-fld
                   mk-price-fld mk-date-fld au-bidder-fld
                   au-bid-fld au-end-fld au-bids-fld au-id-fld
           end-unstring
           compute au-reserve = function numval(mk-price-fld)
           compute au-high-bid = function numval(au-bid-fld)
           compute au-end-date = function numval(au-end-fld)
           compute au-bid-count = function numval(au-bids-fld).

       720-place-bid.
           if listing-shown = 0
               display function trim(mt-nothing-to-bid trailing) at 2102
               accept user-input at 2131
               perform 700-auction-house
           end-if
           display function trim(mt-bid-on-auction trailing) at 2102
           accept pick-number at 2126
           if pick-number = 0 or pick-number > listing-shown
               perform 700-auction-house
           end-if
           move listing-menu-map(pick-number)
               to listing-target-line
           move 0 to bid-amount
           display function trim(mt-your-bid trailing) at 2202
           accept bid-amount at 2214
           if bid-amount = 0
               perform 700-auction-house
           end-if
           if bid-amount > user-bank
               display function trim(mt-not-enough-2 trailing)
                   at 2302
               accept user-input at 2340
               perform 700-auction-house
           end-if
           move "market" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-auction-house trailing)
                   at 2302
               display function trim(mt-again-in-a-moment trailing)
                   at 2402
               accept user-input at 2422
               perform 700-auction-house
           end-if
           perform 401-fetch-listing-line
           if not listing-line-found
               perform 622-release-lock
               perform 700-auction-house
           end-if
           perform 725-split-auction
           if mk-status-fld not = "AUCTION"
               or au-end-date < au-today
               perform 622-release-lock
               display function trim(mt-that-auction trailing) at 2302
               accept user-input at 2327
               perform 700-auction-house
           end-if
           if function trim(mk-seller-fld)
                   = function trim(username)
               perform 622-release-lock
               display function trim(mt-you-cannot-bid trailing)
                   at 2302
               accept user-input at 2338
               perform 700-auction-house
           end-if
           if function trim(au-bidder-fld)
                   = function trim(username)
               perform 622-release-lock
               display function trim(mt-you-already-hold trailing)
                   at 2302
               accept user-input at 2333
               perform 700-auction-house
           end-if
           if bid-amount not > au-high-bid
               perform 622-release-lock
               move au-high-bid to disp-amt
               display function trim(mt-you-must-beat trailing) at 2302
               display disp-amt at 2333
               accept user-input at 2340
               perform 700-auction-house
           end-if
           move bid-amount to trade-amt
           perform 500-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-the-auction-house-2 trailing)
                   at 2302
               accept user-input at 2336
               perform 700-auction-house
           end-if
           move au-bidder-fld to prior-bidder
           move au-high-bid to prior-bid
           add 1 to au-bid-count
           move spaces to listing-work-line
           string 'AUCTION' delimited size
               '|' delimited size
               function trim(mk-seller-fld) delimited size
               '|' delimited size
               function trim(mk-item-fld) delimited size
               '|' delimited size
               au-reserve delimited size
               '|' delimited size
               mk-date-fld(1:8) delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               bid-amount delimited size
               '|' delimited size
               au-end-fld(1:8) delimited size
               '|' delimited size
               au-bid-count delimited size
               '|' delimited size
               function trim(au-id-fld) delimited size
               into listing-work-line
           perform 360-save-listings
           if not listing-rewrite-done
               perform 622-release-lock
               perform 520-api-refund-buyer
               if api-response(1:7) = "SUCCESS"
                   display function trim(mt-the-bid-could-not trailing)
                       at 2302
                   display function trim(mt-your-money trailing) at 2402
               else
                   display function trim(mt-the-bid-could-not-2
                       trailing) at 2302
                   display function trim(mt-the-refund-failed trailing)
                       at 2402
               end-if
               accept user-input at 2438
               perform 700-auction-house
           end-if
           move "BID" to bid-row-kind
           move username to bid-row-user
           move bid-amount to bid-row-amount
           perform 750-append-bid-row
           perform 622-release-lock
           subtract trade-amt from user-bank
           perform 605-next-txn-id
           move "BIDHOLD" to txn-direction
           move username to txn-user
           move user-bank to txn-balance
           move mk-seller-fld to txn-other
           perform 600-log-transaction
           if prior-bidder not = spaces
               perform 760-release-prior-bid
           end-if
           display function trim(mt-you-hold-the-high trailing) at 2302
           display function trim(mt-held-until trailing) at 2402
           accept user-input at 2433
           perform 700-auction-house.

       730-start-auction.
           if collect-count = 0
               display function trim(mt-you-have-no-2 trailing)
                   at 2102
               accept user-input at 2139
               perform 700-auction-house
           end-if
           move 0 to list-price
           display function trim(mt-reserve-price trailing) at 2102
           accept list-price at 2119
           if list-price = 0
               display function trim(mt-invalid-price trailing) at 2202
               accept user-input at 2217
               perform 700-auction-house
           end-if
           move 0 to au-days
           display function trim(mt-days-to-run-1 trailing) at 2202
           accept au-days at 2222
           if au-days = 0 or au-days > 7
               display function trim(mt-auctions-run-from-1 trailing)
                   at 2302
               accept user-input at 2333
               perform 700-auction-house
           end-if
           perform 330-remove-one-collectible
           perform 740-append-auction
           display function trim(mt-auction-started trailing) at 2302
           display au-end-date at 2332
           accept user-input at 2341
           perform 700-auction-house.

       740-append-auction.
           accept listing-date from date yyyymmdd
           accept au-now-time from time
           compute au-end-date = function date-of-integer
               (function integer-of-date(listing-date) + au-days)
           move spaces to au-id
           string listing-date delimited size
               au-now-time delimited size
               into au-id
           move 0 to au-bid-count
           move spaces to market-record
           string 'AUCTION' delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               'COLLECT' delimited size
               '|' delimited size
               list-price delimited size
               '|' delimited size
               listing-date delimited size
               '||' delimited size
               '000000' delimited size
               '|' delimited size
               au-end-date delimited size
               '|' delimited size
               au-bid-count delimited size
               '|' delimited size
               au-id delimited size
               into market-record
           open extend market-file
           if market-status = "00"
               write market-record
           end-if
           close market-file.

       750-append-bid-row.
           accept au-today from date yyyymmdd
           accept au-now-time from time
           move spaces to bid-row-line
           string bid-row-kind delimited space
               '|' delimited size
               function trim(au-id-fld) delimited size
               '|' delimited size
               function trim(bid-row-user) delimited size
               '|' delimited size
               bid-row-amount delimited size
               '|' delimited size
               au-today delimited size
               '|' delimited size
               au-now-time delimited size
               into bid-row-line
           open extend auction-bids-file
           if auction-bids-status = "00"
               write auction-bids-record from bid-row-line
           end-if
           close auction-bids-file.

       760-release-prior-bid.
           move prior-bidder to collect-other-user
           move prior-bid to trade-amt
           perform 510-api-deposit-seller
           if api-response(1:7) not = "SUCCESS"
               exit paragraph
           end-if
           move "REL" to bid-row-kind
           move prior-bidder to bid-row-user
           move prior-bid to bid-row-amount
           perform 750-append-bid-row
           perform 605-next-txn-id
           move "BIDREL" to txn-direction
           move prior-bidder to txn-user
           move 0 to txn-balance
           move mk-seller-fld to txn-other
           perform 600-log-transaction
           move prior-bidder to mail-to
           move "AUCTION" to mail-from
           move prior-bid to disp-amt
           move spaces to mail-text
           string 'You were outbid on the ' delimited size
               function trim(mk-item-fld) delimited size
               ' auction by ' delimited size
               function trim(username) delimited size
               ' - your $' delimited size
               function trim(disp-amt) delimited size
               ' hold was released.' delimited size
               into mail-text
           perform 610-post-mail.

       600-log-transaction.
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               txn-balance delimited size
               '|' delimited size
               txn-date delimited size
               '|' delimited size
               function trim(txn-other) delimited size
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

       610-post-mail.
           move spaces to mail-log-path
           string './NGM/logs/mail_' delimited size
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
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
