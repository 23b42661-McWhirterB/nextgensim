       identification division.
       program-id. collusion.

       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select hack-log-file assign to
               "./NGM/logs/hack_log.dat"
                             organization is line sequential
                             file status is hack-log-status.
           select market-file assign to
               "./NGM/data/market.dat"
                             organization is line sequential
                             file status is market-status.
           select txn-file assign to txn-path
                             organization is line sequential
                             file status is txn-status.
           select collusion-report-file assign to
               "./reports/collusion_report.dat"
                             organization is line sequential
                             file status is report-status.
           select collusion-flag-file assign to
               "./reports/collusion_flags.dat"
                             organization is line sequential
                             file status is flag-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd hack-log-file.
           01 hack-log-record pic x(100).
           fd market-file.
           01 market-record pic x(100).
           fd txn-file.
           01 txn-record pic x(100).
           fd collusion-report-file.
           01 collusion-report-record pic x(132).
           fd collusion-flag-file.
           01 collusion-flag-record pic x(132).

       working-storage section.
       01  run-control.
           05 run-date       pic 9(8).
           05 run-time       pic 9(8).
           05 player-name    pic x(20).
           05 report-status  pic x(2).
           05 flag-status    pic x(2).
           05 window-start   pic 9(8).
           05 line-day       pic 9(8).
           05 line-date-fld  pic x(8).
           05 window-switch  pic x(1) value "N".
               88 line-in-window value "Y".

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).
           05 players-scanned   pic 9(5) value 0.

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 collude-hacks       pic 9(3) value 3.
           05 collude-flow        pic 9(7) value 1000.
           05 collude-markup      pic 9(3) value 3.
           05 collude-days        pic 9(3) value 30.
           05 collude-repeats     pic 9(3) value 3.
           05 shield-price        pic 9(5) value 250.
           05 pass-price          pic 9(5) value 150.

       01  hack-scan.
           05 hack-log-status   pic x(2).
           05 hack-eof-switch   pic x(1) value "N".
               88 end-of-hacks value "Y".
           05 hk-attacker       pic x(20).
           05 hk-target         pic x(20).
           05 hk-level          pic x(5).
           05 hk-outcome        pic x(10).
           05 hk-time-fld       pic x(8).
           05 hk-date-fld       pic x(8).
           05 hacks-counted     pic 9(7) value 0.

       01  market-scan.
           05 market-status     pic x(2).
           05 market-eof-switch pic x(1) value "N".
               88 end-of-market value "Y".
           05 mk-kind-fld       pic x(6).
           05 mk-seller-fld     pic x(20).
           05 mk-item-fld       pic x(10).
           05 mk-price-fld      pic x(8).
           05 mk-list-date-fld  pic x(8).
           05 mk-buyer-fld      pic x(20).
           05 mk-sale-date-fld  pic x(8).
           05 mk-price          pic 9(7).
           05 mk-store-price    pic 9(7).
           05 trades-counted    pic 9(7) value 0.

       01  txn-scan.
           05 txn-status        pic x(2).
           05 txn-path          pic x(60).
           05 txn-eof-switch    pic x(1) value "N".
               88 end-of-txn value "Y".
           05 tx-time-fld       pic x(8).
           05 tx-dir-fld        pic x(8).
           05 tx-amt-fld        pic x(8).
           05 tx-bal-fld        pic x(10).
           05 tx-date-fld       pic x(8).
           05 tx-party-fld      pic x(20).
           05 xfers-counted     pic 9(7) value 0.

       01  pair-table.
           05 pair-count        pic 9(4) value 0.
           05 pair-idx          pic 9(4).
           05 pairs-dropped     pic 9(5) value 0.
           05 pair-entry occurs 2000 times.
               10 pr-a          pic x(20).
               10 pr-b          pic x(20).
               10 pr-hack-ab    pic 9(5).
               10 pr-hack-ba    pic 9(5).
               10 pr-xfer-ab    pic 9(9).
               10 pr-xfer-ba    pic 9(9).
               10 pr-xcnt-ab    pic 9(4).
               10 pr-xcnt-ba    pic 9(4).
               10 pr-mkt-ab     pic 9(9).
               10 pr-mkt-ba     pic 9(9).
               10 pr-mcnt-ab    pic 9(4).
               10 pr-mcnt-ba    pic 9(4).
               10 pr-over-ab    pic 9(4).
               10 pr-over-ba    pic 9(4).
               10 pr-score      pic 9(9).
               10 pr-reason     pic x(30).

       01  pair-lookup.
           05 from-player       pic x(20).
           05 to-player         pic x(20).
           05 key-a             pic x(20).
           05 key-b             pic x(20).
           05 key-switch        pic x(1).
               88 key-is-ab value "A".
               88 key-is-ba value "B".
           05 found-switch      pic x(1) value "N".
               88 pair-found value "Y".

       01  pair-scoring.
           05 flow-ab           pic 9(9).
           05 flow-ba           pic 9(9).
           05 flow-big          pic 9(9).
           05 flow-small        pic 9(9).
           05 flow-net          pic 9(9).
           05 hack-top          pic 9(5).
           05 repeat-count      pic 9(5).
           05 reason-pointer    pic 9(3).
           05 flagged-count     pic 9(4) value 0.
           05 rank-idx          pic 9(4).
           05 rank-jdx          pic 9(4).
           05 rank-swap         pic 9(4).
           05 rank-entry        pic 9(4) occurs 2000 times.

       01  report-work.
           05 disp-count        pic z(4)9.
           05 disp-rank         pic zzz9.
           05 disp-hacks        pic zzzz9.
           05 disp-amount       pic z(8)9.
           05 disp-score        pic z(8)9.
           05 disp-over         pic zzz9.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== COLLUSION SCAN ==="
           perform 010-load-tunables
           compute window-start = function date-of-integer
               (function integer-of-date(run-date) - collude-days)
           open output collusion-report-file
           if report-status not = "00"
               display "Could not open collusion report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           open output collusion-flag-file
           if flag-status not = "00"
               display "Could not open collusion flag file - "
                   "make sure ./reports/ exists."
               close collusion-report-file
               move 8 to return-code
               stop run
           end-if
           perform 100-scan-hack-log
           perform 200-scan-transfers
           perform 300-scan-market
           perform 400-score-pair
               varying pair-idx from 1 by 1
               until pair-idx > pair-count
           perform 500-rank-pairs
           perform 600-write-report
           perform 900-write-footer
           close collusion-report-file
           close collusion-flag-file
           move flagged-count to disp-count
           display "Pairs flagged: " disp-count
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
               if function numval(tunable-value-fld) > 0
                   evaluate tunable-name
                       when "COLLUDE-HACKS"
                           compute collude-hacks =
                               function numval(tunable-value-fld)
                       when "COLLUDE-FLOW"
                           compute collude-flow =
                               function numval(tunable-value-fld)
                       when "COLLUDE-MARKUP"
                           compute collude-markup =
                               function numval(tunable-value-fld)
                       when "COLLUDE-DAYS"
                           compute collude-days =
                               function numval(tunable-value-fld)
                       when "COLLUDE-REPEATS"
                           compute collude-repeats =
                               function numval(tunable-value-fld)
                       when "SHIELD-PRICE"
                           compute shield-price =
                               function numval(tunable-value-fld)
                       when "PASS-PRICE"
                           compute pass-price =
                               function numval(tunable-value-fld)
                   end-evaluate
               end-if
           end-if.

       050-judge-window.
           move "N" to window-switch
           if line-date-fld is numeric
               move line-date-fld to line-day
               if line-day >= window-start
                   and line-day <= run-date
                   move "Y" to window-switch
               end-if
           end-if.

       060-find-pair.
           if from-player < to-player
               move from-player to key-a
               move to-player to key-b
               move "A" to key-switch
           else
               move to-player to key-a
               move from-player to key-b
               move "B" to key-switch
           end-if
           move "N" to found-switch
           perform 065-match-pair
               varying pair-idx from 1 by 1
               until pair-idx > pair-count or pair-found
           if pair-found
               subtract 1 from pair-idx
               exit paragraph
           end-if
           if pair-count >= 2000
               add 1 to pairs-dropped
               exit paragraph
           end-if
           add 1 to pair-count
           move pair-count to pair-idx
           move key-a to pr-a(pair-idx)
           move key-b to pr-b(pair-idx)
           move 0 to pr-hack-ab(pair-idx) pr-hack-ba(pair-idx)
               pr-xfer-ab(pair-idx) pr-xfer-ba(pair-idx)
               pr-xcnt-ab(pair-idx) pr-xcnt-ba(pair-idx)
               pr-mkt-ab(pair-idx) pr-mkt-ba(pair-idx)
               pr-mcnt-ab(pair-idx) pr-mcnt-ba(pair-idx)
               pr-over-ab(pair-idx) pr-over-ba(pair-idx)
               pr-score(pair-idx)
           move spaces to pr-reason(pair-idx)
           move "Y" to found-switch.

       065-match-pair.
           if pr-a(pair-idx) = key-a
               and pr-b(pair-idx) = key-b
               move "Y" to found-switch
           end-if.

       100-scan-hack-log.
           move "N" to hack-eof-switch
           open input hack-log-file
           if hack-log-status = "00"
               perform 110-read-hack-line
                   until end-of-hacks
               close hack-log-file
           end-if.

       110-read-hack-line.
           read hack-log-file
               at end move "Y" to hack-eof-switch
           end-read
           if not end-of-hacks
               move spaces to hk-attacker hk-target hk-level
                   hk-outcome hk-time-fld hk-date-fld
               unstring hack-log-record delimited by '|'
                   into hk-attacker hk-target hk-level
                       hk-outcome hk-time-fld hk-date-fld
               end-unstring
               move hk-date-fld to line-date-fld
               perform 050-judge-window
               if hk-outcome = "SUCCESS"
                   and line-in-window
                   and hk-attacker not = spaces
                   and hk-target not = spaces
                   and hk-attacker not = hk-target
                   move hk-attacker to from-player
                   move hk-target to to-player
                   perform 060-find-pair
                   if pair-found
                       add 1 to hacks-counted
                       if key-is-ab
                           add 1 to pr-hack-ab(pair-idx)
                       else
                           add 1 to pr-hack-ba(pair-idx)
                       end-if
                   end-if
               end-if
           end-if.

       200-scan-transfers.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 210-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       210-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to player-name preg-status-fld
               unstring players-record delimited by '|'
                   into player-name preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if player-name not = spaces
                   add 1 to players-scanned
                   perform 220-scan-one-txn-file
               end-if
           end-if.

       220-scan-one-txn-file.
           move spaces to txn-path
           string './NGM/logs/txn_' delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into txn-path
           move "N" to txn-eof-switch
           open input txn-file
           if txn-status = "00"
               perform 230-read-txn-line
                   until end-of-txn
               close txn-file
           end-if.

       230-read-txn-line.
           read txn-file
               at end move "Y" to txn-eof-switch
           end-read
           if not end-of-txn
               move spaces to tx-time-fld tx-dir-fld tx-amt-fld
                   tx-bal-fld tx-date-fld tx-party-fld
               unstring txn-record delimited by '|'
                   into tx-time-fld tx-dir-fld tx-amt-fld
                       tx-bal-fld tx-date-fld tx-party-fld
               end-unstring
               move tx-date-fld to line-date-fld
               perform 050-judge-window
               if (tx-dir-fld = "XFEROUT" or tx-dir-fld = "XFERREL")
                   and line-in-window
                   and tx-party-fld not = spaces
                   and tx-party-fld not = player-name
                   move player-name to from-player
                   move tx-party-fld to to-player
                   perform 060-find-pair
                   if pair-found
                       add 1 to xfers-counted
                       if key-is-ab
                           add function numval(tx-amt-fld)
                               to pr-xfer-ab(pair-idx)
                           add 1 to pr-xcnt-ab(pair-idx)
                       else
                           add function numval(tx-amt-fld)
                               to pr-xfer-ba(pair-idx)
                           add 1 to pr-xcnt-ba(pair-idx)
                       end-if
                   end-if
               end-if
           end-if.

       300-scan-market.
           move "N" to market-eof-switch
           open input market-file
           if market-status = "00"
               perform 310-read-market-line
                   until end-of-market
               close market-file
           end-if.

       310-read-market-line.
           read market-file
               at end move "Y" to market-eof-switch
           end-read
           if not end-of-market
               move spaces to mk-kind-fld mk-seller-fld mk-item-fld
                   mk-price-fld mk-list-date-fld mk-buyer-fld
                   mk-sale-date-fld
               unstring market-record delimited by '|'
                   into mk-kind-fld mk-seller-fld mk-item-fld
                       mk-price-fld mk-list-date-fld mk-buyer-fld
                       mk-sale-date-fld
               end-unstring
               move mk-sale-date-fld to line-date-fld
               perform 050-judge-window
               if mk-kind-fld = "SOLD"
                   and line-in-window
                   and mk-buyer-fld not = spaces
                   and mk-buyer-fld not = mk-seller-fld
                   perform 320-count-trade
               end-if
           end-if.

       320-count-trade.
           compute mk-price = function numval(mk-price-fld)
           evaluate mk-item-fld
               when "SHIELD"
                   move shield-price to mk-store-price
               when "PASS"
                   move pass-price to mk-store-price
               when other
                   move 0 to mk-store-price
           end-evaluate
           move mk-buyer-fld to from-player
           move mk-seller-fld to to-player
           perform 060-find-pair
           if not pair-found
               exit paragraph
           end-if
           add 1 to trades-counted
           if key-is-ab
               add mk-price to pr-mkt-ab(pair-idx)
               add 1 to pr-mcnt-ab(pair-idx)
               if mk-store-price > 0
                   and mk-price > mk-store-price * collude-markup
                   add 1 to pr-over-ab(pair-idx)
               end-if
           else
               add mk-price to pr-mkt-ba(pair-idx)
               add 1 to pr-mcnt-ba(pair-idx)
               if mk-store-price > 0
                   and mk-price > mk-store-price * collude-markup
                   add 1 to pr-over-ba(pair-idx)
               end-if
           end-if.

       400-score-pair.
           compute flow-ab = pr-xfer-ab(pair-idx) + pr-mkt-ab(pair-idx)
           compute flow-ba = pr-xfer-ba(pair-idx) + pr-mkt-ba(pair-idx)
           if flow-ab > flow-ba
               move flow-ab to flow-big
               move flow-ba to flow-small
               compute repeat-count =
                   pr-xcnt-ab(pair-idx) + pr-mcnt-ab(pair-idx)
           else
               move flow-ba to flow-big
               move flow-ab to flow-small
               compute repeat-count =
                   pr-xcnt-ba(pair-idx) + pr-mcnt-ba(pair-idx)
           end-if
           compute flow-net = flow-big - flow-small
           if pr-hack-ab(pair-idx) > pr-hack-ba(pair-idx)
               move pr-hack-ab(pair-idx) to hack-top
           else
               move pr-hack-ba(pair-idx) to hack-top
           end-if
           compute pr-score(pair-idx) =
               hack-top * 10
               + (pr-xcnt-ab(pair-idx) + pr-xcnt-ba(pair-idx)) * 5
               + (pr-over-ab(pair-idx) + pr-over-ba(pair-idx)) * 25
               + flow-net / 100
           move spaces to pr-reason(pair-idx)
           move 1 to reason-pointer
           if hack-top >= collude-hacks
               and pr-xcnt-ab(pair-idx) + pr-xcnt-ba(pair-idx) > 0
               string 'HACKS+XFERS ' delimited size
                   into pr-reason(pair-idx)
                   with pointer reason-pointer
               end-string
           end-if
           if flow-big >= collude-flow
               and flow-small * 4 <= flow-big
               and repeat-count >= collude-repeats
               string 'ONE-WAY ' delimited size
                   into pr-reason(pair-idx)
                   with pointer reason-pointer
               end-string
           end-if
           if pr-over-ab(pair-idx) + pr-over-ba(pair-idx) > 0
               string 'OVERPRICED ' delimited size
                   into pr-reason(pair-idx)
                   with pointer reason-pointer
               end-string
           end-if
           if pr-reason(pair-idx) not = spaces
               add 1 to flagged-count
               move pair-idx to rank-entry(flagged-count)
           end-if.

       500-rank-pairs.
           if flagged-count < 2
               exit paragraph
           end-if
           perform 510-rank-pass
               varying rank-idx from 1 by 1
               until rank-idx >= flagged-count.

       510-rank-pass.
           perform 520-rank-compare
               varying rank-jdx from 1 by 1
               until rank-jdx >= flagged-count.

       520-rank-compare.
           if pr-score(rank-entry(rank-jdx))
                   < pr-score(rank-entry(rank-jdx + 1))
               move rank-entry(rank-jdx) to rank-swap
               move rank-entry(rank-jdx + 1) to rank-entry(rank-jdx)
               move rank-swap to rank-entry(rank-jdx + 1)
           end-if.

       600-write-report.
           move spaces to collusion-report-record
           string '=== COLLUSION PAIRS - ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               ' ===' delimited size
               into collusion-report-record
           write collusion-report-record
           move spaces to collusion-report-record
           move collude-days to disp-count
           string 'WINDOW: LAST ' delimited size
               function trim(disp-count) delimited size
               ' DAYS  SCORE = TOP HACKS x10 + TRANSFERS x5'
               delimited size
               ' + OVERPRICED TRADES x25 + NET FLOW / 100'
               delimited size
               into collusion-report-record
           write collusion-report-record
           move spaces to collusion-report-record
           move 'RANK PLAYER A             PLAYER B             '
               to collusion-report-record
           move 'HACK A>B B>A  FLOW A>B  FLOW B>A OVER     SCORE'
               to collusion-report-record(47:47)
           move 'REASON' to collusion-report-record(96:6)
           write collusion-report-record
           move spaces to collusion-flag-record
           string '=== COLLUSION FLAGS - ' delimited size
               run-date delimited size
               ' ===' delimited size
               into collusion-flag-record
           write collusion-flag-record
           perform 610-write-ranked-pair
               varying rank-idx from 1 by 1
               until rank-idx > flagged-count.

       610-write-ranked-pair.
           move rank-entry(rank-idx) to pair-idx
           move spaces to collusion-report-record
           move rank-idx to disp-rank
           move disp-rank to collusion-report-record(1:4)
           move pr-a(pair-idx) to collusion-report-record(6:20)
           move pr-b(pair-idx) to collusion-report-record(27:20)
           move pr-hack-ab(pair-idx) to disp-hacks
           move disp-hacks to collusion-report-record(48:5)
           move pr-hack-ba(pair-idx) to disp-hacks
           move disp-hacks to collusion-report-record(54:5)
           compute flow-ab = pr-xfer-ab(pair-idx) + pr-mkt-ab(pair-idx)
           compute flow-ba = pr-xfer-ba(pair-idx) + pr-mkt-ba(pair-idx)
           move flow-ab to disp-amount
           move disp-amount to collusion-report-record(60:9)
           move flow-ba to disp-amount
           move disp-amount to collusion-report-record(70:9)
           compute rank-swap =
               pr-over-ab(pair-idx) + pr-over-ba(pair-idx)
           move rank-swap to disp-over
           move disp-over to collusion-report-record(80:4)
           move pr-score(pair-idx) to disp-score
           move disp-score to collusion-report-record(85:9)
           move pr-reason(pair-idx) to collusion-report-record(96:30)
           write collusion-report-record
           move spaces to collusion-flag-record
           move pr-score(pair-idx) to disp-score
           string disp-rank delimited size
               ' ' delimited size
               function trim(pr-a(pair-idx)) delimited size
               ' <-> ' delimited size
               function trim(pr-b(pair-idx)) delimited size
               '  SCORE ' delimited size
               function trim(disp-score) delimited size
               '  ' delimited size
               function trim(pr-reason(pair-idx)) delimited size
               into collusion-flag-record
           write collusion-flag-record.

       900-write-footer.
           move spaces to collusion-report-record
           write collusion-report-record
           move spaces to collusion-report-record
           move players-scanned to disp-count
           string 'PLAYERS SCANNED:  ' delimited size
               disp-count delimited size
               into collusion-report-record
           write collusion-report-record
           move spaces to collusion-report-record
           move pair-count to disp-count
           string 'PAIRS SEEN:       ' delimited size
               disp-count delimited size
               into collusion-report-record
           write collusion-report-record
           move spaces to collusion-report-record
           move flagged-count to disp-count
           string 'PAIRS FLAGGED:    ' delimited size
               disp-count delimited size
               into collusion-report-record
           write collusion-report-record
           if pairs-dropped > 0
               move spaces to collusion-report-record
               move pairs-dropped to disp-count
               string 'EVENTS SKIPPED (PAIR TABLE FULL): '
                   delimited size
                   disp-count delimited size
                   into collusion-report-record
               write collusion-report-record
           end-if.

       end program collusion.
