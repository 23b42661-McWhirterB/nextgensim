       identification division.
       program-id. coincandle.

       environment division.
       input-output section.
           select coin-history-file assign to
               "./NGM/data/coin_history.dat"
                             organization is line sequential
                             file status is coin-history-status.
           select history-temp-file assign to
               "./NGM/data/coin_history.tmp"
                             organization is line sequential
                             file status is history-temp-status.
           select candle-file assign to
               "./NGM/data/coin_candles.dat"
                             organization is line sequential
                             file status is candle-status.
           select orders-file assign to
               "./NGM/data/coin_orders.dat"
                             organization is line sequential
                             file status is orders-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.

       data division.
       file section.
           fd coin-history-file.
           01 coin-history-record pic x(40).
           fd history-temp-file.
           01 history-temp-record pic x(40).
           fd candle-file.
           01 candle-record pic x(80).
           fd orders-file.
           01 orders-record pic x(80).
           fd tunables-file.
           01 tunables-record pic x(40).

       working-storage section.
       01  local-data.
           05 run-date            pic 9(8).
           05 tick-days           pic 9(3) value 30.
           05 trim-cutoff         pic 9(8).
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).

       01  price-scan.
           05 coin-history-status pic x(2).
           05 history-temp-status pic x(2).
           05 history-eof-switch  pic x(1) value "N".
               88 end-of-history value "Y".
           05 tick-date-fld       pic x(8).
           05 tick-time-fld       pic x(8).
           05 tick-price-fld      pic x(8).
           05 tick-date           pic 9(8).
           05 tick-price          pic 9(5).
           05 tick-total          pic 9(7) value 0.
           05 tick-line-no        pic 9(7) value 0.
           05 ticks-kept          pic 9(7) value 0.
           05 ticks-trimmed       pic 9(7) value 0.

       01  candle-build.
           05 candle-status       pic x(2).
           05 candle-eof-switch   pic x(1) value "N".
               88 end-of-candles value "Y".
           05 candle-date-fld     pic x(8).
           05 last-candle-date    pic 9(8) value 0.
           05 candles-written     pic 9(5) value 0.
           05 candle-open-switch  pic x(1) value "N".
               88 candle-in-progress value "Y".
           05 cd-date             pic 9(8).
           05 cd-open             pic 9(5).
           05 cd-high             pic 9(5).
           05 cd-low              pic 9(5).
           05 cd-close            pic 9(5).
           05 cd-ticks            pic 9(5).
           05 cd-volume           pic 9(8).
           05 cd-fills            pic 9(5).

       01  fill-scan.
           05 orders-status       pic x(2).
           05 orders-eof-switch   pic x(1) value "N".
               88 end-of-orders value "Y".
           05 od-status-fld       pic x(6).
           05 od-user-fld         pic x(20).
           05 od-side-fld         pic x(4).
           05 od-coins-fld        pic x(8).
           05 od-limit-fld        pic x(8).
           05 od-date-fld         pic x(8).

       01  display-work.
           05 disp-count          pic z(6)9.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           display "=== COIN DAILY CANDLES ==="
           perform 010-load-tunables
           perform 100-find-last-candle
           perform 200-roll-ticks
           perform 300-trim-history
           move candles-written to disp-count
           display "Candles written: " disp-count
           move ticks-trimmed to disp-count
           display "Ticks trimmed:   " disp-count
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
               if tunable-name = "COIN-TICK-DAYS"
                   and function numval(tunable-value-fld) > 0
                   compute tick-days =
                       function numval(tunable-value-fld)
               end-if
           end-if.

       100-find-last-candle.
           move "N" to candle-eof-switch
           open input candle-file
           if candle-status = "00"
               perform 110-read-candle-line
                   until end-of-candles
               close candle-file
           end-if.

       110-read-candle-line.
           read candle-file
               at end move "Y" to candle-eof-switch
           end-read
           if not end-of-candles
               move spaces to candle-date-fld
               unstring candle-record delimited by '|'
                   into candle-date-fld
               end-unstring
               if candle-date-fld is numeric
                   and function numval(candle-date-fld)
                       > last-candle-date
                   compute last-candle-date =
                       function numval(candle-date-fld)
               end-if
           end-if.

       200-roll-ticks.
           move "N" to history-eof-switch
           open input coin-history-file
           if coin-history-status not = "00"
               display "No price history on file - nothing to roll."
               exit paragraph
           end-if
           open extend candle-file
           if candle-status not = "00"
               open output candle-file
           end-if
           if candle-status not = "00"
               close coin-history-file
               display "Could not open the candle file."
               move 8 to return-code
               exit paragraph
           end-if
           perform 210-read-tick-line
               until end-of-history
           if candle-in-progress
               perform 250-write-candle
           end-if
           close coin-history-file
           close candle-file.

       210-read-tick-line.
           read coin-history-file
               at end move "Y" to history-eof-switch
           end-read
           if not end-of-history
               add 1 to tick-total
               move spaces to tick-date-fld tick-time-fld
                   tick-price-fld
               unstring coin-history-record delimited by '|'
                   into tick-date-fld tick-time-fld tick-price-fld
               end-unstring
               if tick-date-fld is numeric
                   move tick-date-fld to tick-date
                   if tick-date > last-candle-date
                       and tick-date < run-date
                       compute tick-price =
                           function numval(tick-price-fld)
                       perform 220-add-tick
                   end-if
               end-if
           end-if.

       220-add-tick.
           if candle-in-progress
               and tick-date not = cd-date
               perform 250-write-candle
           end-if
           if not candle-in-progress
               move "Y" to candle-open-switch
               move tick-date to cd-date
               move tick-price to cd-open cd-high cd-low
               move 0 to cd-ticks
           end-if
           if tick-price > cd-high
               move tick-price to cd-high
           end-if
           if tick-price < cd-low
               move tick-price to cd-low
           end-if
           move tick-price to cd-close
           add 1 to cd-ticks.

       250-write-candle.
           move 0 to cd-volume cd-fills
           perform 260-count-fills
           move spaces to candle-record
           string cd-date delimited size
               '|' delimited size
               cd-open delimited size
               '|' delimited size
               cd-high delimited size
               '|' delimited size
               cd-low delimited size
               '|' delimited size
               cd-close delimited size
               '|' delimited size
               cd-ticks delimited size
               '|' delimited size
               cd-volume delimited size
               '|' delimited size
               cd-fills delimited size
               into candle-record
           write candle-record
           add 1 to candles-written
           move cd-date to last-candle-date
           move "N" to candle-open-switch.

       260-count-fills.
           move "N" to orders-eof-switch
           open input orders-file
           if orders-status = "00"
               perform 270-read-order-line
                   until end-of-orders
               close orders-file
           end-if.

       270-read-order-line.
           read orders-file
               at end move "Y" to orders-eof-switch
           end-read
           if not end-of-orders
               move spaces to od-status-fld od-user-fld od-side-fld
                   od-coins-fld od-limit-fld od-date-fld
               unstring orders-record delimited by '|'
                   into od-status-fld od-user-fld od-side-fld
                       od-coins-fld od-limit-fld od-date-fld
               end-unstring
               if od-status-fld = "FILLED"
                   and od-date-fld = cd-date
                   add 1 to cd-fills
                   add function numval(od-coins-fld) to cd-volume
               end-if
           end-if.

       300-trim-history.
           if tick-total = 0
               exit paragraph
           end-if
           compute trim-cutoff = function date-of-integer
               (function integer-of-date(run-date) - tick-days)
           move "N" to history-eof-switch
           move 0 to tick-line-no
           open input coin-history-file
           open output history-temp-file
           if coin-history-status not = "00"
               or history-temp-status not = "00"
               close coin-history-file
               close history-temp-file
               exit paragraph
           end-if
           perform 310-judge-tick-line
               until end-of-history
           close coin-history-file
           close history-temp-file
           if ticks-trimmed > 0
               perform 320-copy-history-back
           end-if.

       310-judge-tick-line.
           read coin-history-file
               at end move "Y" to history-eof-switch
           end-read
           if not end-of-history
               add 1 to tick-line-no
               move spaces to tick-date-fld
               unstring coin-history-record delimited by '|'
                   into tick-date-fld
               end-unstring
               move 0 to tick-date
               if tick-date-fld is numeric
                   move tick-date-fld to tick-date
               end-if
               if tick-date < trim-cutoff
                   and tick-date <= last-candle-date
                   and tick-line-no < tick-total
                   add 1 to ticks-trimmed
               else
                   add 1 to ticks-kept
                   write history-temp-record from coin-history-record
               end-if
           end-if.

       320-copy-history-back.
           move "N" to history-eof-switch
           open input history-temp-file
           open output coin-history-file
           if history-temp-status = "00"
               and coin-history-status = "00"
               perform 330-copy-one-tick-line
                   until end-of-history
           end-if
           close history-temp-file
           close coin-history-file.

       330-copy-one-tick-line.
           read history-temp-file
               at end move "Y" to history-eof-switch
           end-read
           if not end-of-history
               write coin-history-record from history-temp-record
           end-if.

       end program coincandle.
