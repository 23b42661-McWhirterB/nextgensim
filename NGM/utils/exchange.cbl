               "./NGM/data/coin_orders.tmp"
               organization is line sequential
               file status is orders-temp-status.
           select candle-file assign to
               "./NGM/data/coin_candles.dat"
               organization is line sequential
               file status is candle-status.
           select staff-file assign to
               staff-path
               organization is line sequential
               file status is staff-status.
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
           01 orders-record pic x(80).
           fd orders-temp-file.
           01 orders-temp-record pic x(80).
           fd candle-file.
           01 candle-record pic x(80).
           fd staff-file.
           01 staff-record pic x(60).
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
           05 journal-program  pic x(12) value "exchange".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
           05 chart-row         pic 9(2).
           05 chart-stars       pic 9(2).
           05 chart-bar         pic x(30).
           05 bar-low           pic 9(2).
           05 bar-high          pic 9(2).
           05 bar-open          pic 9(2).
           05 bar-close         pic 9(2).
           05 bar-length        pic 9(2).

       01  daily-candles.
           05 candle-status     pic x(2).
           05 candle-eof-switch pic x(1) value "N".
               88 end-of-candles value "Y".
           05 candle-count      pic 9(2) value 0.
           05 candle-idx        pic 9(2).
           05 cd-date-fld       pic x(8).
           05 cd-open-fld       pic x(8).
           05 cd-high-fld       pic x(8).
           05 cd-low-fld        pic x(8).
           05 cd-close-fld      pic x(8).
           05 cd-ticks-fld      pic x(8).
           05 cd-volume-fld     pic x(8).
           05 cd-fills-fld      pic x(8).
           05 candle-entry occurs 10 times.
               10 cn-date       pic x(8).
               10 cn-open       pic 9(5).
               10 cn-high       pic 9(5).
               10 cn-low        pic 9(5).
               10 cn-close      pic 9(5).
               10 cn-volume     pic 9(8).
               10 cn-fills      pic 9(5).

       01  exchange-display.
           05 disp-price   pic z(4)9.
           05 disp-coins   pic z(5)9.
           05 disp-cash    pic z(10)9.
           05 disp-bank    pic -(6)9.
           05 disp-volume  pic z(7)9.
           05 disp-fills   pic z(4)9.

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
           05 msg-base          pic 9(4) value 4400.
           05 msg-count         pic 9(3) value 44.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 44 times.
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
               '=== NEXTGENCOIN EXCHANGE ==='.
           05 filler pic x(50) value
               'Price per coin: $'.
           05 filler pic x(50) value
               'Your coins:'.
           05 filler pic x(50) value
               'Cost basis: $'.
           05 filler pic x(50) value
               'Bank Balance: $'.
           05 filler pic x(50) value
               '1. Buy Coins'.
           05 filler pic x(50) value
               '2. Sell Coins'.
           05 filler pic x(50) value
               '3. Place Limit Order'.
           05 filler pic x(50) value
               '4. My Standing Orders'.
           05 filler pic x(50) value
               '5. Return to Main Menu'.
           05 filler pic x(50) value
               '6. Daily Candles'.
           05 filler pic x(50) value
               'Enter choice:'.
           05 filler pic x(50) value
               'RECENT TICKS (oldest to newest)'.
           05 filler pic x(50) value
               '=== NEXTGENCOIN DAILY CANDLES ==='.
           05 filler pic x(50) value
               'No daily candles on file yet.'.
           05 filler pic x(50) value
               'DATE       OPEN  HIGH   LOW CLOSE'.
           05 filler pic x(50) value
               'VOLUME FILLS'.
           05 filler pic x(50) value
               'RANGE'.
           05 filler pic x(50) value
               '- = day range   # = open to close'.
           05 filler pic x(50) value
               'Press any key to continue...'.
           05 filler pic x(50) value
               'How many coins to buy:'.
           05 filler pic x(50) value
               'Your broker shaves the price 2%.'.
           05 filler pic x(50) value
               'Not enough in the bank for that.'.
           05 filler pic x(50) value
               'Bought! Paid $'.
           05 filler pic x(50) value
               'Exchange is closed right now.'.
           05 filler pic x(50) value
               'How many coins to sell:'.
           05 filler pic x(50) value
               'You do not hold that many coins.'.
           05 filler pic x(50) value
               'The bank cannot hold that much -'.
           05 filler pic x(50) value
               'sell in smaller lots.'.
           05 filler pic x(50) value
               'Sold! Banked $'.
           05 filler pic x(50) value
               'B)uy below a price or S)ell above:'.
           05 filler pic x(50) value
               'How many coins:'.
           05 filler pic x(50) value
               'Limit price: $'.
           05 filler pic x(50) value
               'Invalid order.'.
           05 filler pic x(50) value
               'Order placed - the nightly matcher'.
           05 filler pic x(50) value
               'fills it when the price crosses.'.
           05 filler pic x(50) value
               '=== MY STANDING ORDERS ==='.
           05 filler pic x(50) value
               'No.  Side  Coins   Limit   Status'.
           05 filler pic x(50) value
               'You have no orders on the book.'.
           05 filler pic x(50) value
               'Order number to cancel, or any'.
           05 filler pic x(50) value
               'other key to go back:'.
           05 filler pic x(50) value
               'Only open orders can be cancelled.'.
           05 filler pic x(50) value
               'That order is not yours.'.
           05 filler pic x(50) value
               'Order cancelled.'.
       01  screen-text.
           05 mt-nextgencoin       pic x(50).
           05 mt-price-per-coin    pic x(50).
           05 mt-your-coins        pic x(50).
           05 mt-cost-basis        pic x(50).
           05 mt-bank-balance      pic x(50).
           05 mt-1-buy-coins       pic x(50).
           05 mt-2-sell-coins      pic x(50).
           05 mt-3-place-limit-order pic x(50).
           05 mt-4-my-standing     pic x(50).
           05 mt-5-return-to-main  pic x(50).
           05 mt-6-daily-candles   pic x(50).
           05 mt-enter-choice      pic x(50).
           05 mt-recent-ticks-oldest pic x(50).
           05 mt-nextgencoin-daily pic x(50).
           05 mt-no-daily-candles  pic x(50).
           05 mt-date-open-high-low pic x(50).
           05 mt-volume-fills      pic x(50).
           05 mt-range             pic x(50).
           05 mt-day-range-open    pic x(50).
           05 mt-press-any-key     pic x(50).
           05 mt-how-many-coins    pic x(50).
           05 mt-your-broker-shaves pic x(50).
           05 mt-not-enough        pic x(50).
           05 mt-bought-paid       pic x(50).
           05 mt-exchange-is-closed pic x(50).
           05 mt-how-many-coins-2  pic x(50).
           05 mt-you-do-not-hold   pic x(50).
           05 mt-the-bank-cannot   pic x(50).
           05 mt-sell-in-smaller   pic x(50).
           05 mt-sold-banked       pic x(50).
           05 mt-b-uy-below        pic x(50).
           05 mt-how-many-coins-3  pic x(50).
           05 mt-limit-price       pic x(50).
           05 mt-invalid-order     pic x(50).
           05 mt-order-placed      pic x(50).
           05 mt-fills-it-when     pic x(50).
           05 mt-my-standing-orders pic x(50).
           05 mt-no-side-coins-limit pic x(50).
           05 mt-you-have-no-orders pic x(50).
           05 mt-order-number      pic x(50).
           05 mt-other-key-to-go   pic x(50).
           05 mt-only-open-orders  pic x(50).
           05 mt-that-order-is-not pic x(50).
           05 mt-order-cancelled   pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 44 times.

       linkage section.
       01  username   pic x(20).

       procedure division using username user-bank.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           move spaces to holdings-path
           string './NGM/logs/coin_' delimited size
               function trim(username) delimited size
           perform 200-exchange-menu
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

       100-load-holdings.
           open input holdings-file
           if holdings-status = "00"

       200-exchange-menu.
           display erase screen
           display function trim(mt-nextgencoin trailing) at 0202
           move coin-price to disp-price
           display function trim(mt-price-per-coin trailing) at 0402
               disp-price at 0419
           move coins-held to disp-coins
           display function trim(mt-your-coins trailing) at 0502
               disp-coins
               at 0514
           move cost-basis to disp-cash
           display function trim(mt-cost-basis trailing) at 0602
               disp-cash at 0615
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0702
               disp-bank at 0717
           perform 210-draw-chart
           display function trim(mt-1-buy-coins trailing) at 1702
           display function trim(mt-2-sell-coins trailing) at 1802
           display function trim(mt-3-place-limit-order trailing)
               at 1725
           display function trim(mt-4-my-standing trailing) at 1825
           display function trim(mt-5-return-to-main trailing) at 1902
           display function trim(mt-6-daily-candles trailing) at 1925
           display function trim(mt-enter-choice trailing) at 2102
           accept user-input at 2117
           evaluate user-input
               when '1' perform 300-buy-coins
               when '3' perform 400-place-order
               when '4' perform 410-my-orders
               when '5' goback
               when '6' perform 220-show-candles
               when other perform 200-exchange-menu
           end-evaluate.

       210-draw-chart.
           display function trim(mt-recent-ticks-oldest trailing)
               at 0902
           perform 215-draw-chart-row
               varying tick-idx from 1 by 1
               until tick-idx > 10.
                   at line chart-row column 9
           end-if.

       220-show-candles.
           perform 225-load-candles
           display erase screen
           display function trim(mt-nextgencoin-daily trailing) at 0202
           if candle-count = 0
               display function trim(mt-no-daily-candles trailing)
                   at 0402
           else
               display function trim(mt-date-open-high-low trailing)
                   at 0402
               display function trim(mt-volume-fills trailing) at 0438
               display function trim(mt-range trailing) at 0452
               perform 235-draw-candle-row
                   varying candle-idx from 1 by 1
                   until candle-idx > candle-count
               display function trim(mt-day-range-open trailing) at 1702
           end-if
           display function trim(mt-press-any-key trailing) at 2102
           accept user-input at 2131
           perform 200-exchange-menu.

       225-load-candles.
           move 0 to candle-count
           move "N" to candle-eof-switch
           open input candle-file
           if candle-status = "00"
               perform 230-read-candle-line
                   until end-of-candles
               close candle-file
           end-if.

       230-read-candle-line.
           read candle-file
               at end move "Y" to candle-eof-switch
           end-read
           if not end-of-candles
               move spaces to cd-date-fld cd-open-fld cd-high-fld
                   cd-low-fld cd-close-fld cd-ticks-fld
                   cd-volume-fld cd-fills-fld
               unstring candle-record delimited by '|'
                   into cd-date-fld cd-open-fld cd-high-fld
                       cd-low-fld cd-close-fld cd-ticks-fld
                       cd-volume-fld cd-fills-fld
               end-unstring
               if candle-count < 10
                   add 1 to candle-count
               else
                   perform 231-shift-candle-window
                       varying candle-idx from 1 by 1
                       until candle-idx > 9
               end-if
               move cd-date-fld to cn-date(candle-count)
               compute cn-open(candle-count) =
                   function numval(cd-open-fld)
               compute cn-high(candle-count) =
                   function numval(cd-high-fld)
               compute cn-low(candle-count) =
                   function numval(cd-low-fld)
               compute cn-close(candle-count) =
                   function numval(cd-close-fld)
               compute cn-volume(candle-count) =
                   function numval(cd-volume-fld)
               compute cn-fills(candle-count) =
                   function numval(cd-fills-fld)
           end-if.

       231-shift-candle-window.
           move candle-entry(candle-idx + 1)
               to candle-entry(candle-idx).

       235-draw-candle-row.
           compute chart-row = candle-idx + 4
           display cn-date(candle-idx) at line chart-row column 2
           move cn-open(candle-idx) to disp-price
           display disp-price at line chart-row column 12
           move cn-high(candle-idx) to disp-price
           display disp-price at line chart-row column 18
           move cn-low(candle-idx) to disp-price
           display disp-price at line chart-row column 24
           move cn-close(candle-idx) to disp-price
           display disp-price at line chart-row column 30
           move cn-volume(candle-idx) to disp-volume
           display disp-volume at line chart-row column 36
           move cn-fills(candle-idx) to disp-fills
           display disp-fills at line chart-row column 45
           compute bar-low = cn-low(candle-idx) / 20 + 1
           compute bar-high = cn-high(candle-idx) / 20 + 1
           if cn-open(candle-idx) < cn-close(candle-idx)
               compute bar-open = cn-open(candle-idx) / 20 + 1
               compute bar-close = cn-close(candle-idx) / 20 + 1
           else
               compute bar-open = cn-close(candle-idx) / 20 + 1
               compute bar-close = cn-open(candle-idx) / 20 + 1
           end-if
           if bar-high > 28
               move 28 to bar-high
           end-if
           if bar-close > 28
               move 28 to bar-close
           end-if
           if bar-low > bar-high
               move bar-high to bar-low
           end-if
           if bar-open > bar-close
               move bar-close to bar-open
           end-if
           move spaces to chart-bar
           compute bar-length = bar-high - bar-low + 1
           move all '-' to chart-bar(bar-low:bar-length)
           compute bar-length = bar-close - bar-open + 1
           move all '#' to chart-bar(bar-open:bar-length)
           display chart-bar(1:28) at line chart-row column 52.

       300-buy-coins.
           display function trim(mt-how-many-coins trailing) at 2202
           accept trade-coins at 2226
           if trade-coins = 0
               perform 200-exchange-menu
           compute trade-cash = trade-coins * coin-price
           if has-broker
               compute trade-cash = trade-cash * 98 / 100
               display function trim(mt-your-broker-shaves trailing)
                   at 2302
           end-if
           if trade-cash > user-bank
               display function trim(mt-not-enough trailing) at 2302
               accept user-input at 2335
               perform 200-exchange-menu
           end-if
               add trade-cash to cost-basis
               perform 105-save-holdings
               move trade-cash to disp-cash
               display function trim(mt-bought-paid trailing) at 2302
                   disp-cash at 2316
           else
               display function trim(mt-exchange-is-closed trailing)
                   at 2302
           end-if
           accept user-input at 2335
           perform 200-exchange-menu.

       310-sell-coins.
           display function trim(mt-how-many-coins-2 trailing) at 2202
           accept trade-coins at 2227
           if trade-coins = 0 or trade-coins > coins-held
               display function trim(mt-you-do-not-hold trailing)
                   at 2302
               accept user-input at 2335
               perform 200-exchange-menu
           end-if
           end-if
           compute bank-after = user-bank + trade-cash
           if bank-after > 9999999
               display function trim(mt-the-bank-cannot trailing)
                   at 2302
               display function trim(mt-sell-in-smaller trailing)
                   at 2402
               accept user-input at 2424
               perform 200-exchange-menu
           end-if
               end-if
               perform 105-save-holdings
               move trade-cash to disp-cash
               display function trim(mt-sold-banked trailing) at 2302
                   disp-cash at 2316
           else
               display function trim(mt-exchange-is-closed trailing)
                   at 2302
           end-if
           accept user-input at 2335
           perform 200-exchange-menu.

       400-place-order.
           display function trim(mt-b-uy-below trailing) at 2202
           accept user-input at 2239
           move spaces to order-side
           evaluate user-input
                   perform 200-exchange-menu
           end-evaluate
           move 0 to order-coins order-limit
           display function trim(mt-how-many-coins-3 trailing) at 2302
           accept order-coins at 2319
           display function trim(mt-limit-price trailing) at 2402
           accept order-limit at 2417
           if order-coins = 0 or order-limit = 0
               display function trim(mt-invalid-order trailing) at 2202
               accept user-input at 2218
               perform 200-exchange-menu
           end-if
           if order-side = "SELL" and order-coins > coins-held
               display function trim(mt-you-do-not-hold trailing)
                   at 2202
               accept user-input at 2235
               perform 200-exchange-menu
           end-if
               write orders-record
           end-if
           close orders-file
           display function trim(mt-order-placed trailing) at 2202
           display function trim(mt-fills-it-when trailing) at 2302
           accept user-input at 2336
           perform 200-exchange-menu.

       410-my-orders.
           display erase screen
           display function trim(mt-my-standing-orders trailing) at 0202
           display function trim(mt-no-side-coins-limit trailing)
               at 0402
           move 0 to order-shown order-line-num
           move "N" to orders-eof-switch
           open input orders-file
               close orders-file
           end-if
           if order-shown = 0
               display function trim(mt-you-have-no-orders trailing)
                   at 0602
           end-if
           display function trim(mt-order-number trailing) at 1602
           display function trim(mt-other-key-to-go trailing) at 1702
           accept user-input at 1725
           if user-input >= '1' and user-input <= '9'
               compute order-pick = function numval(user-input)
                   od-coins-fld od-limit-fld od-date-fld
           end-unstring
           if od-status-fld not = "OPEN"
               display function trim(mt-only-open-orders trailing)
                   at 1902
               accept user-input at 1937
               exit paragraph
           end-if
           if function trim(od-user-fld)
                   not = function trim(username)
               display function trim(mt-that-order-is-not trailing)
                   at 1902
               accept user-input at 1927
               exit paragraph
           end-if
               od-date-fld(1:8) delimited size
               into order-work-line
           perform 440-save-orders
           display function trim(mt-order-cancelled trailing) at 1902
           accept user-input at 1920.

       426-fetch-order-line.
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
