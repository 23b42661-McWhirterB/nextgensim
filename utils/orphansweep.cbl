       identification division.
       program-id. orphansweep.

       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select shared-file assign to shared-path
                             organization is line sequential
                             file status is shared-status.
           select shared-temp-file assign to shared-temp-path
                             organization is line sequential
                             file status is shared-temp-status.
           select holdings-file assign to holdings-path
                             organization is line sequential
                             file status is holdings-status.
           select collect-file assign to collect-path
                             organization is line sequential
                             file status is collect-status.
           select report-file assign to
               "./reports/orphan_sweep.dat"
                             organization is line sequential
                             file status is report-status.
           select txn-log-file assign to txn-log-path
                             organization is line sequential
                             file status is txn-log-status.
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

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd shared-file.
           01 shared-record pic x(150).
           fd shared-temp-file.
           01 shared-temp-record pic x(150).
           fd holdings-file.
           01 holdings-record pic x(60).
           fd collect-file.
           01 collect-record pic x(60).
           fd report-file.
           01 report-record pic x(250).
           fd txn-log-file.
           01 txn-log-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd lock-file.
           01 lock-record pic x(20).
           fd api-response-file.
           01 api-response-record pic x(1000).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 repair-switch     pic x(1) value "N".
               88 is-repair-mode value "Y".
           05 run-date          pic 9(8).
           05 run-time          pic 9(8).
           05 report-status     pic x(2).
           05 disp-count        pic z(4)9.

       01  local-data.
           05 file-status   pic x(2).
           05 api-command   pic x(500).
           05 api-response  pic x(1000).
           05 api-user      pic x(20).
           05 trade-amt     pic 9(7).
           05 disp-amt      pic z(6)9.

       01  correlation.
           05 ticket-seq       pic 9(2) value 0.
           05 ticket-clock     pic 9(8).
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "orphansweep".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".

       01  registry-table.
           05 reg-count         pic 9(4) value 0.
           05 reg-idx           pic 9(4).
           05 reg-dropped       pic 9(5) value 0.
           05 reg-found-switch  pic x(1).
               88 player-known value "Y".
           05 reg-name          pic x(20) occurs 2000 times.
           05 check-name        pic x(20).

       01  players-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 players-line      pic x(100).
           05 preg-name-fld     pic x(20).
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).

       01  member-table.
           05 mem-count         pic 9(4) value 0.
           05 mem-idx           pic 9(4).
           05 mem-dropped       pic 9(5) value 0.
           05 mem-found-switch  pic x(1).
               88 is-crew-member value "Y".
           05 mem-entry occurs 2000 times.
               10 mm-crew       pic x(20).
               10 mm-member     pic x(20).

       01  shared-sweep.
           05 sweep-mode        pic x(8).
           05 shared-path       pic x(60).
           05 shared-temp-path  pic x(60).
           05 shared-status     pic x(2).
           05 shared-temp-status pic x(2).
           05 shared-eof-switch pic x(1) value "N".
               88 end-of-shared value "Y".
           05 shared-line       pic x(150).
           05 shared-orig-line  pic x(150).
           05 shared-keep-switch pic x(1).
               88 keep-shared-line value "Y".
           05 shared-changed-switch pic x(1).
               88 shared-changed value "Y".
           05 sweep-locked-switch pic x(1).
               88 sweep-locked value "Y".
           05 sf-kind-fld       pic x(10).
           05 sf-a-fld          pic x(20).
           05 sf-b-fld          pic x(20).
           05 sf-c-fld          pic x(20).
           05 sf-d-fld          pic x(20).
           05 sf-e-fld          pic x(20).
           05 sf-f-fld          pic x(20).
           05 sf-g-fld          pic x(20).
           05 sf-h-fld          pic x(20).
           05 sf-i-fld          pic x(20).

       01  coin-check.
           05 holdings-status   pic x(2).
           05 holdings-path     pic x(60).
           05 holdings-line     pic x(60).
           05 coins-held-fld    pic x(12).
           05 coins-held        pic 9(9).
           05 order-coins       pic 9(9).
           05 disp-coins        pic z(8)9.
           05 disp-held         pic z(8)9.

       01  collect-check.
           05 collect-status    pic x(2).
           05 collect-path      pic x(60).
           05 collect-line      pic x(60).
           05 collect-price     pic 9(6).
           05 collect-found-switch pic x(1).
               88 collection-on-file value "Y".

       01  exception-row.
           05 ex-check          pic x(8).
           05 ex-problem        pic x(50).
           05 ex-fix            pic x(40).
           05 ex-outcome        pic x(8).

       01  sweep-counts.
           05 lines-checked     pic 9(7) value 0.
           05 crew-orphans      pic 9(5) value 0.
           05 market-orphans    pic 9(5) value 0.
           05 order-orphans     pic 9(5) value 0.
           05 heist-orphans     pic 9(5) value 0.
           05 bounty-orphans    pic 9(5) value 0.
           05 exceptions-found  pic 9(5) value 0.
           05 exceptions-fixed  pic 9(5) value 0.
           05 fixes-failed      pic 9(5) value 0.
           05 files-skipped     pic 9(3) value 0.

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

       01  txn-post.
           05 txn-log-status    pic x(2).
           05 txn-log-path      pic x(60).
           05 txn-log-line      pic x(100).
           05 txn-timestamp     pic 9(8).
           05 txn-date          pic 9(8).
           05 txn-direction     pic x(10).
           05 txn-user          pic x(20).
           05 txn-other         pic x(20).
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

       01  mail-post.
           05 mail-log-status   pic x(2).
           05 mail-log-path     pic x(60).
           05 mail-log-line     pic x(150).
           05 mail-to           pic x(20).
           05 mail-from         pic x(10).
           05 mail-text         pic x(100).
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

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== ORPHAN SWEEP ==="
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:6) = "REPAIR"
               move "Y" to repair-switch
           end-if
           perform 100-load-registry
           if reg-count = 0
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
               stop run
           end-if
           open output report-file
           if report-status not = "00"
               display "Could not open orphan sweep report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           move spaces to report-record
           string '=== ORPHAN SWEEP ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               into report-record
           if is-repair-mode
               move ' - REPAIR ===' to report-record(35:13)
           else
               move ' - REPORT ONLY ===' to report-record(35:18)
           end-if
           write report-record
           move 'CHECK    RECORD ; PROBLEM ; FIX ; OUTCOME'
               to report-record
           write report-record
           perform 150-load-crew-members
           move "CREWS" to sweep-mode
           move "./NGM/data/crews.dat" to shared-path
           move "./NGM/data/crews.tmp" to shared-temp-path
           move "crews" to lock-name
           perform 170-sweep-one-file
           move "MARKET" to sweep-mode
           move "./NGM/data/market.dat" to shared-path
           move "./NGM/data/market.tmp" to shared-temp-path
           move "market" to lock-name
           perform 170-sweep-one-file
           move "ORDERS" to sweep-mode
           move "./NGM/data/coin_orders.dat" to shared-path
           move "./NGM/data/coin_orders.tmp" to shared-temp-path
           move spaces to lock-name
           perform 170-sweep-one-file
           move "HEISTS" to sweep-mode
           move "./NGM/data/heists.dat" to shared-path
           move "./NGM/data/heists.tmp" to shared-temp-path
           move "heists" to lock-name
           perform 170-sweep-one-file
           move "BOUNTY" to sweep-mode
           move "./NGM/logs/bounty_board.dat" to shared-path
           move "./NGM/logs/bounty_board.tmp" to shared-temp-path
           move "bounty" to lock-name
           perform 170-sweep-one-file
           perform 900-write-footer
           close report-file
           move lines-checked to disp-count
           display "Lines checked:       " disp-count
           move exceptions-found to disp-count
           display "Exceptions found:    " disp-count
           if is-repair-mode
               move exceptions-fixed to disp-count
               display "Exceptions repaired: " disp-count
               if fixes-failed > 0
                   move fixes-failed to disp-count
                   display "Repairs that failed: " disp-count
               end-if
           end-if
           if files-skipped > 0
               move files-skipped to disp-count
               display "Files skipped (busy):" disp-count
           end-if
           if reg-dropped > 0 or mem-dropped > 0
               display "Registry or crew table full - some lines"
                   " were not loaded."
           end-if
           stop run.

       100-load-registry.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 110-read-player-line
                   until end-of-players
               close players-file
           end-if.

       110-read-player-line.
           read players-file into players-line
               at end move "Y" to players-eof-switch
           end-read
           if end-of-players
               exit paragraph
           end-if
           move spaces to preg-name-fld preg-status-fld
           unstring players-line delimited by '|'
               into preg-name-fld preg-reg-fld preg-last-fld
                   preg-status-fld
           end-unstring
           if preg-name-fld = spaces
               or preg-status-fld = "CLOSED"
               exit paragraph
           end-if
           if reg-count >= 2000
               add 1 to reg-dropped
               exit paragraph
           end-if
           add 1 to reg-count
           move preg-name-fld to reg-name(reg-count).

       120-find-player.
           move "N" to reg-found-switch
           perform 125-match-player
               varying reg-idx from 1 by 1
               until reg-idx > reg-count or player-known.

       125-match-player.
           if reg-name(reg-idx) = check-name
               move "Y" to reg-found-switch
           end-if.

       150-load-crew-members.
           move "./NGM/data/crews.dat" to shared-path
           move "N" to shared-eof-switch
           open input shared-file
           if shared-status = "00"
               perform 155-read-member-line
                   until end-of-shared
               close shared-file
           end-if.

       155-read-member-line.
           read shared-file into shared-line
               at end move "Y" to shared-eof-switch
           end-read
           if end-of-shared
               exit paragraph
           end-if
           move spaces to sf-kind-fld sf-a-fld sf-b-fld
           unstring shared-line delimited by '|'
               into sf-kind-fld sf-a-fld sf-b-fld
           end-unstring
           if sf-kind-fld not = "MEMBER"
               exit paragraph
           end-if
           move sf-b-fld to check-name
           perform 120-find-player
           if not player-known
               exit paragraph
           end-if
           if mem-count >= 2000
               add 1 to mem-dropped
               exit paragraph
           end-if
           add 1 to mem-count
           move sf-a-fld to mm-crew(mem-count)
           move sf-b-fld to mm-member(mem-count).

       160-find-member.
           move "N" to mem-found-switch
           perform 165-match-member
               varying mem-idx from 1 by 1
               until mem-idx > mem-count or is-crew-member.

       165-match-member.
           if mm-crew(mem-idx) = sf-a-fld
               and mm-member(mem-idx) = sf-c-fld
               move "Y" to mem-found-switch
           end-if.

       170-sweep-one-file.
           move "N" to sweep-locked-switch
           if is-repair-mode and lock-name not = spaces
               perform 619-acquire-lock
               if not lock-acquired
                   add 1 to files-skipped
                   move spaces to report-record
                   string function trim(shared-path) delimited size
                       ' is busy - not swept this run.'
                       delimited size
                       into report-record
                   write report-record
                   exit paragraph
               end-if
               move "Y" to sweep-locked-switch
           end-if
           perform 180-sweep-shared-file
           if sweep-locked
               perform 622-release-lock
           end-if.

       180-sweep-shared-file.
           move "N" to shared-changed-switch
           move "N" to shared-eof-switch
           open input shared-file
           if shared-status not = "00"
               exit paragraph
           end-if
           if is-repair-mode
               open output shared-temp-file
               if shared-temp-status not = "00"
                   close shared-file
                   add 1 to files-skipped
                   move spaces to report-record
                   string 'Could not open ' delimited size
                       function trim(shared-temp-path) delimited size
                       ' - not swept this run.' delimited size
                       into report-record
                   write report-record
                   exit paragraph
               end-if
           end-if
           perform 185-sweep-shared-line
               until end-of-shared
           close shared-file
           if is-repair-mode
               close shared-temp-file
               if shared-changed
                   perform 190-copy-shared-back
               end-if
           end-if.

       185-sweep-shared-line.
           read shared-file into shared-line
               at end move "Y" to shared-eof-switch
           end-read
           if end-of-shared
               exit paragraph
           end-if
           move "Y" to shared-keep-switch
           if shared-line not = spaces
               add 1 to lines-checked
               move shared-line to shared-orig-line
               move spaces to sf-kind-fld sf-a-fld sf-b-fld sf-c-fld
                   sf-d-fld sf-e-fld sf-f-fld sf-g-fld sf-h-fld
                   sf-i-fld
               unstring shared-line delimited by '|'
                   into sf-kind-fld sf-a-fld sf-b-fld sf-c-fld
                       sf-d-fld sf-e-fld sf-f-fld sf-g-fld sf-h-fld
                       sf-i-fld
               end-unstring
               evaluate sweep-mode
                   when "CREWS"
                       perform 200-judge-crew-line
                   when "MARKET"
                       perform 250-judge-market-line
                   when "ORDERS"
                       perform 300-judge-order-line
                   when "HEISTS"
                       perform 350-judge-heist-line
                   when "BOUNTY"
                       perform 400-judge-bounty-line
               end-evaluate
           end-if
           if is-repair-mode and keep-shared-line
               write shared-temp-record from shared-line
           end-if.

       190-copy-shared-back.
           move "N" to shared-eof-switch
           open input shared-temp-file
           open output shared-file
           if shared-temp-status = "00" and shared-status = "00"
               perform 195-copy-shared-line
                   until end-of-shared
           end-if
           close shared-temp-file
           close shared-file.

       195-copy-shared-line.
           read shared-temp-file
               at end move "Y" to shared-eof-switch
           end-read
           if not end-of-shared
               write shared-record from shared-temp-record
           end-if.

       200-judge-crew-line.
           if sf-kind-fld not = "MEMBER"
               exit paragraph
           end-if
           move sf-b-fld to check-name
           perform 120-find-player
           if player-known
               exit paragraph
           end-if
           add 1 to crew-orphans
           move "CREW" to ex-check
           move "member is not a registered player" to ex-problem
           move "drop the MEMBER line" to ex-fix
           if is-repair-mode
               move "N" to shared-keep-switch
               move "Y" to shared-changed-switch
               move "FIXED" to ex-outcome
           end-if
           perform 450-write-exception.

       250-judge-market-line.
           if sf-kind-fld not = "OPEN"
               and sf-kind-fld not = "AUCTION"
               exit paragraph
           end-if
           move sf-a-fld to check-name
           perform 120-find-player
           if not player-known
               add 1 to market-orphans
               move "MARKET" to ex-check
               move "seller is not a registered player"
                   to ex-problem
               if sf-kind-fld = "AUCTION"
                   move "cancel the auction - bid holds refund"
                       to ex-fix
               else
                   move "cancel the listing" to ex-fix
               end-if
               if is-repair-mode
                   perform 260-cancel-listing
                   move "FIXED" to ex-outcome
               end-if
               perform 450-write-exception
               exit paragraph
           end-if
           if sf-b-fld not = "COLLECT"
               exit paragraph
           end-if
           perform 270-check-collection
           if collection-on-file
               exit paragraph
           end-if
           add 1 to market-orphans
           move "MARKET" to ex-check
           move "seller has no collection file for the item"
               to ex-problem
           move "cancel and return the item" to ex-fix
           if is-repair-mode
               compute collect-price = function numval(sf-c-fld)
               perform 280-return-collectible
               perform 260-cancel-listing
               move "FIXED" to ex-outcome
               move sf-a-fld to mail-to
               move "AUCTION" to mail-from
               move spaces to mail-text
               string 'Your COLLECT listing was withdrawn by the'
                   delimited size
                   ' nightly check - the item is back in your'
                   delimited size
                   ' collection.' delimited size
                   into mail-text
               perform 610-post-mail
           end-if
           perform 450-write-exception.

       260-cancel-listing.
           move "Y" to shared-changed-switch
           move spaces to shared-line
           string 'CANCEL|' delimited size
               function trim(sf-a-fld) delimited size
               '|' delimited size
               function trim(sf-b-fld) delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               run-date delimited size
               into shared-line.

       270-check-collection.
           move "N" to collect-found-switch
           move spaces to collect-path
           string './NGM/logs/collect_' delimited size
               function trim(sf-a-fld) delimited size
               '.dat' delimited size
               into collect-path
           open input collect-file
           if collect-status = "00"
               move "Y" to collect-found-switch
               close collect-file
           end-if.

       280-return-collectible.
           move spaces to collect-line
           string 'COLLECT' delimited size
               '|' delimited size
               collect-price delimited size
               '|' delimited size
               run-date delimited size
               into collect-line
           open extend collect-file
           if collect-status not = "00"
               open output collect-file
           end-if
           if collect-status = "00"
               write collect-record from collect-line
               close collect-file
           end-if.

       300-judge-order-line.
           if sf-kind-fld not = "OPEN"
               exit paragraph
           end-if
           move sf-a-fld to check-name
           perform 120-find-player
           if player-known
               if sf-b-fld not = "SELL"
                   exit paragraph
               end-if
               compute order-coins = function numval(sf-c-fld)
               perform 310-load-holdings
               if order-coins <= coins-held
                   exit paragraph
               end-if
               move order-coins to disp-coins
               move coins-held to disp-held
               move spaces to ex-problem
               string 'sells ' delimited size
                   function trim(disp-coins) delimited size
                   ' coins but holds ' delimited size
                   function trim(disp-held) delimited size
                   into ex-problem
           else
               move "order holder is not a registered player"
                   to ex-problem
           end-if
           add 1 to order-orphans
           move "COINORD" to ex-check
           move "cancel the order" to ex-fix
           if is-repair-mode
               move "Y" to shared-changed-switch
               move spaces to shared-line
               string 'CANCEL|' delimited size
                   function trim(sf-a-fld) delimited size
                   '|' delimited size
                   function trim(sf-b-fld) delimited size
                   '|' delimited size
                   function trim(sf-c-fld) delimited size
                   '|' delimited size
                   function trim(sf-d-fld) delimited size
                   '|' delimited size
                   function trim(sf-e-fld) delimited size
                   into shared-line
               move "FIXED" to ex-outcome
           end-if
           perform 450-write-exception.

       310-load-holdings.
           move 0 to coins-held
           move spaces to holdings-path
           string './NGM/logs/coin_' delimited size
               function trim(sf-a-fld) delimited size
               '.dat' delimited size
               into holdings-path
           open input holdings-file
           if holdings-status = "00"
               move spaces to holdings-line
               read holdings-file into holdings-line
                   at end continue
               end-read
               close holdings-file
               move spaces to coins-held-fld
               unstring holdings-line delimited by '|'
                   into coins-held-fld
               end-unstring
               compute coins-held = function numval(coins-held-fld)
           end-if.

       350-judge-heist-line.
           if sf-kind-fld not = "JOIN"
               exit paragraph
           end-if
           perform 160-find-member
           if is-crew-member
               exit paragraph
           end-if
           add 1 to heist-orphans
           move "HEIST" to ex-check
           move "participant is no longer in the crew"
               to ex-problem
           move "refund the buy-in and drop the JOIN" to ex-fix
           if is-repair-mode
               perform 360-refund-buyin
           end-if
           perform 450-write-exception.

       360-refund-buyin.
           compute trade-amt = function numval(sf-d-fld)
           if trade-amt > 0
               move sf-c-fld to api-user
               perform 500-api-deposit
               if api-response(1:7) not = "SUCCESS"
                   move "FAILED" to ex-outcome
                   exit paragraph
               end-if
               perform 605-next-txn-id
               move "HEISTREF" to txn-direction
               move sf-c-fld to txn-user
               move sf-b-fld to txn-other
               perform 600-log-transaction
               move trade-amt to disp-amt
               move sf-c-fld to mail-to
               move "CREW" to mail-from
               move spaces to mail-text
               string 'You are no longer in ' delimited size
                   function trim(sf-a-fld) delimited size
                   ' - your $' delimited size
                   function trim(disp-amt) delimited size
                   ' buy-in for the heist on ' delimited size
                   function trim(sf-b-fld) delimited size
                   ' came back.' delimited size
                   into mail-text
               perform 610-post-mail
           end-if
           move "N" to shared-keep-switch
           move "Y" to shared-changed-switch
           move "FIXED" to ex-outcome.

       400-judge-bounty-line.
           if sf-kind-fld not = "OPEN"
               exit paragraph
           end-if
           move sf-b-fld to check-name
           perform 120-find-player
           if player-known
               exit paragraph
           end-if
           add 1 to bounty-orphans
           move "BOUNTY" to ex-check
           move "target is not a registered player" to ex-problem
           move "cancel and refund the poster" to ex-fix
           if is-repair-mode
               perform 410-refund-bounty
           end-if
           perform 450-write-exception.

       410-refund-bounty.
           compute trade-amt = function numval(sf-c-fld)
           move sf-a-fld to api-user
           perform 500-api-deposit
           if api-response(1:7) not = "SUCCESS"
               move "FAILED" to ex-outcome
               exit paragraph
           end-if
           perform 605-next-txn-id
           move "BOUNTYREF" to txn-direction
           move sf-a-fld to txn-user
           move sf-b-fld to txn-other
           perform 600-log-transaction
           move trade-amt to disp-amt
           move sf-a-fld to mail-to
           move "BOUNTY" to mail-from
           move spaces to mail-text
           string 'Your $' delimited size
               function trim(disp-amt) delimited size
               ' bounty on ' delimited size
               function trim(sf-b-fld) delimited size
               ' was refunded - that player is gone.'
               delimited size
               into mail-text
           perform 610-post-mail
           move "Y" to shared-changed-switch
           move spaces to shared-line
           string 'CANCEL|' delimited size
               function trim(sf-a-fld) delimited size
               '|' delimited size
               function trim(sf-b-fld) delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               run-date delimited size
               into shared-line
           move "FIXED" to ex-outcome.

       450-write-exception.
           add 1 to exceptions-found
           if not is-repair-mode
               move "REPORTED" to ex-outcome
           end-if
           if ex-outcome = "FIXED"
               add 1 to exceptions-fixed
           end-if
           if ex-outcome = "FAILED"
               add 1 to fixes-failed
           end-if
           move spaces to report-record
           string ex-check delimited size
               ' ' delimited size
               function trim(shared-orig-line) delimited size
               ' ; ' delimited size
               function trim(ex-problem) delimited size
               ' ; ' delimited size
               function trim(ex-fix) delimited size
               ' ; ' delimited size
               function trim(ex-outcome) delimited size
               into report-record
           write report-record
           move spaces to ex-outcome.

       900-write-footer.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move lines-checked to disp-count
           string 'LINES CHECKED:     ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move crew-orphans to disp-count
           string 'CREW MEMBERS:      ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move market-orphans to disp-count
           string 'MARKET LISTINGS:   ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move order-orphans to disp-count
           string 'COIN ORDERS:       ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move heist-orphans to disp-count
           string 'HEIST PLACES:      ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move bounty-orphans to disp-count
           string 'BOUNTIES:          ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move exceptions-fixed to disp-count
           string 'REPAIRED:          ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move fixes-failed to disp-count
           string 'REPAIRS FAILED:    ' delimited size
               disp-count delimited size
               into report-record
           write report-record.

       500-api-deposit.
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py DEPOSIT ' delimited size
               function trim(api-user) delimited size
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
           if ticket-seq > 99
               move 0 to ticket-seq
           end-if
           compute ticket-number = ticket-clock * 100 + ticket-seq
           move ticket-number to ticket-text
           move spaces to api-response-path
           string './NGM/logs/api_response_' delimited size
               function trim(api-user) delimited size
               '_' delimited size
               ticket-text delimited size
               '.dat' delimited size
               into api-response-path.

       590-read-response.
           move 0 to retry-count
           perform 592-attempt-read
           perform 593-retry-read
               until api-response(991:10) = ticket-text
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
           open input api-response-file
           if file-status = "00"
               read api-response-file into api-response
               close api-response-file
           else
               move "ERROR:Could not read response" to api-response
           end-if.

       593-retry-read.
           add 1 to retry-count
           call "CBL_GC_NANOSLEEP" using poll-interval-ns
           perform 592-attempt-read.

       600-log-transaction.
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(txn-user) delimited size
               '.dat' delimited size
               into txn-log-path
           accept txn-timestamp from time
           accept txn-date from date yyyymmdd
           move spaces to txn-log-line
           string txn-timestamp delimited size
               '|' delimited size
               function trim(txn-direction) delimited size
               '|' delimited size
               trade-amt delimited size
               '|' delimited size
               '0' delimited size
               '|' delimited size
               txn-date delimited size
               '|' delimited size
               function trim(txn-other) delimited size
               '|' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
               write txn-log-record from txn-log-line
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

       end program orphansweep.
