       identification division.
       program-id. auctionsettle.

       environment division.
       input-output section.
           select market-file assign to
               "./NGM/data/market.dat"
                             organization is line sequential
                             file status is market-status.
           select market-temp-file assign to
               "./NGM/data/market.tmp"
                             organization is line sequential
                             file status is market-temp-status.
           select auction-bids-file assign to
               "./NGM/data/auction_bids.dat"
                             organization is line sequential
                             file status is auction-bids-status.
           select collect-file assign to collect-path
                             organization is line sequential
                             file status is collect-status.
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
           fd market-file.
           01 market-record pic x(100).
           fd market-temp-file.
           01 market-temp-record pic x(100).
           fd auction-bids-file.
           01 auction-bids-record pic x(80).
           fd collect-file.
           01 collect-record pic x(60).
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
       01  local-data.
           05 file-status   pic x(2).
           05 api-command   pic x(500).
           05 api-response  pic x(1000).
           05 api-user      pic x(20).
           05 trade-amt     pic 9(6).
           05 run-date      pic 9(8).
           05 disp-amt      pic z(5)9.
           05 disp-count    pic z(4)9.

       01  correlation.
           05 ticket-seq       pic 9(2) value 0.
           05 ticket-clock     pic 9(8).
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "aucsettle".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".

       01  market-store.
           05 market-status      pic x(2).
           05 market-temp-status pic x(2).
           05 market-eof-switch  pic x(1) value "N".
               88 end-of-market value "Y".
           05 listing-work-line  pic x(100).
           05 mk-status-fld      pic x(7).
           05 mk-seller-fld      pic x(20).
           05 mk-item-fld        pic x(12).
           05 mk-price-fld       pic x(8).
           05 mk-date-fld        pic x(8).
           05 au-bidder-fld      pic x(20).
           05 au-bid-fld         pic x(8).
           05 au-end-fld         pic x(8).
           05 au-bids-fld        pic x(4).
           05 au-id-fld          pic x(16).
           05 au-reserve         pic 9(6).
           05 au-high-bid        pic 9(6).
           05 au-end-date        pic 9(8).
           05 au-bid-count       pic 9(4).
           05 market-changed-switch pic x(1) value "N".
               88 market-changed value "Y".

       01  live-auctions.
           05 live-count         pic 9(4) value 0.
           05 live-idx           pic 9(4).
           05 live-id            pic x(16) occurs 500 times.
           05 live-found-switch  pic x(1).
               88 auction-still-live value "Y".

       01  bid-table.
           05 auction-bids-status pic x(2).
           05 bids-eof-switch    pic x(1) value "N".
               88 end-of-bids value "Y".
           05 bid-row-line       pic x(80).
           05 bid-kind-fld       pic x(3).
           05 bid-id-fld         pic x(16).
           05 bid-user-fld       pic x(20).
           05 bid-amount-fld     pic x(8).
           05 bid-count          pic 9(4) value 0.
           05 bid-idx            pic 9(4).
           05 bid-jdx            pic 9(4).
           05 bids-dropped       pic 9(5) value 0.
           05 bid-entry occurs 3000 times.
               10 bd-kind        pic x(3).
               10 bd-id          pic x(16).
               10 bd-user        pic x(20).
               10 bd-amount      pic 9(6).
               10 bd-matched     pic x(1).
           05 bid-row-kind       pic x(3).
           05 bid-row-id         pic x(16).
           05 bid-row-user       pic x(20).
           05 bid-row-amount     pic 9(6).
           05 bid-now-date       pic 9(8).
           05 bid-now-time       pic 9(8).
           05 match-switch       pic x(1).
               88 match-made value "Y".
           05 earlier-switch     pic x(1).
               88 bidder-already-told value "Y".

       01  settle-counts.
           05 auctions-sold      pic 9(5) value 0.
           05 auctions-unsold    pic 9(5) value 0.
           05 settle-failed      pic 9(5) value 0.
           05 holds-refunded     pic 9(5) value 0.
           05 refunds-failed     pic 9(5) value 0.

       01  collect-post.
           05 collect-status     pic x(2).
           05 collect-path       pic x(60).
           05 collect-line       pic x(60).
           05 collect-user       pic x(20).
           05 collect-price      pic 9(6).

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
           05 txn-direction     pic x(8).
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
           display "=== AUCTION SETTLEMENT ==="
           move "market" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display "The marketplace is busy - "
                   "try again shortly."
               move 8 to return-code
               stop run
           end-if
           perform 100-load-bids
           perform 200-settle-market
           perform 400-refund-closed-holds
               varying bid-idx from 1 by 1
               until bid-idx > bid-count
           perform 622-release-lock
           move auctions-sold to disp-count
           display "Auctions sold:       " disp-count
           move auctions-unsold to disp-count
           display "Auctions unsold:     " disp-count
           move holds-refunded to disp-count
           display "Bid holds refunded:  " disp-count
           if settle-failed > 0
               move settle-failed to disp-count
               display "Left for next run:   " disp-count
           end-if
           if refunds-failed > 0
               move refunds-failed to disp-count
               display "Refunds that failed: " disp-count
           end-if
           if bids-dropped > 0
               move bids-dropped to disp-count
               display "Bid rows not loaded: " disp-count
           end-if
           stop run.

       100-load-bids.
           move "N" to bids-eof-switch
           open input auction-bids-file
           if auction-bids-status = "00"
               perform 110-read-bid-row
                   until end-of-bids
               close auction-bids-file
           end-if
           perform 120-match-release
               varying bid-idx from 1 by 1
               until bid-idx > bid-count.

       110-read-bid-row.
           read auction-bids-file into bid-row-line
               at end move "Y" to bids-eof-switch
           end-read
           if not end-of-bids
               and bid-row-line not = spaces
               if bid-count >= 3000
                   add 1 to bids-dropped
                   exit paragraph
               end-if
               move spaces to bid-kind-fld bid-id-fld bid-user-fld
                   bid-amount-fld
               unstring bid-row-line delimited by '|'
                   into bid-kind-fld bid-id-fld bid-user-fld
                       bid-amount-fld
               end-unstring
               add 1 to bid-count
               move bid-kind-fld to bd-kind(bid-count)
               move bid-id-fld to bd-id(bid-count)
               move bid-user-fld to bd-user(bid-count)
               compute bd-amount(bid-count) =
                   function numval(bid-amount-fld)
               move "N" to bd-matched(bid-count)
           end-if.

       120-match-release.
           if bd-kind(bid-idx) = "REL" or bd-kind(bid-idx) = "WON"
               move bd-kind(bid-idx) to bid-row-kind
               move bd-id(bid-idx) to bid-row-id
               move bd-user(bid-idx) to bid-row-user
               move bd-amount(bid-idx) to bid-row-amount
               perform 130-close-one-hold
           end-if.

       130-close-one-hold.
           move "N" to match-switch
           perform 135-try-close-hold
               varying bid-jdx from 1 by 1
               until bid-jdx > bid-count or match-made.

       135-try-close-hold.
           if bd-kind(bid-jdx) = "BID"
               and bd-matched(bid-jdx) = "N"
               and bd-id(bid-jdx) = bid-row-id
               and bd-user(bid-jdx) = bid-row-user
               and bd-amount(bid-jdx) = bid-row-amount
               move "Y" to bd-matched(bid-jdx)
               move "Y" to match-switch
           end-if.

       200-settle-market.
           move "N" to market-eof-switch
           open input market-file
           if market-status not = "00"
               display "No marketplace file - nothing to settle."
               exit paragraph
           end-if
           open output market-temp-file
           if market-temp-status not = "00"
               close market-file
               display "Could not open the market work file."
               move 8 to return-code
               exit paragraph
           end-if
           perform 210-judge-market-line
               until end-of-market
           close market-file
           close market-temp-file
           if market-changed
               perform 380-copy-market-back
           end-if.

       210-judge-market-line.
           read market-file into listing-work-line
               at end move "Y" to market-eof-switch
           end-read
           if end-of-market
               exit paragraph
           end-if
           if listing-work-line(1:8) = "AUCTION|"
               perform 220-split-auction
               if au-end-date <= run-date
                   perform 230-settle-auction
               end-if
               if listing-work-line(1:8) = "AUCTION|"
                   and live-count < 500
                   add 1 to live-count
                   move au-id-fld to live-id(live-count)
               end-if
           end-if
           write market-temp-record from listing-work-line.

       220-split-auction.
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

       230-settle-auction.
           if au-bidder-fld not = spaces
               and au-high-bid > 0
               and au-high-bid >= au-reserve
               perform 240-settle-sold
           else
               perform 250-settle-unsold
           end-if.

       240-settle-sold.
           move mk-seller-fld to api-user
           move au-high-bid to trade-amt
           perform 500-api-deposit
           if api-response(1:7) not = "SUCCESS"
               add 1 to settle-failed
               exit paragraph
           end-if
           move "Y" to market-changed-switch
           add 1 to auctions-sold
           move "WON" to bid-row-kind
           move au-id-fld to bid-row-id
           move au-bidder-fld to bid-row-user
           move au-high-bid to bid-row-amount
           perform 300-append-bid-row
           perform 130-close-one-hold
           move au-bidder-fld to collect-user
           move au-high-bid to collect-price
           perform 350-grant-collectible
           perform 605-next-txn-id
           move "MKTSALE" to txn-direction
           move mk-seller-fld to txn-user
           move au-bidder-fld to txn-other
           perform 600-log-transaction
           move au-high-bid to disp-amt
           move mk-seller-fld to mail-to
           move spaces to mail-text
           string 'Your ' delimited size
               function trim(mk-item-fld) delimited size
               ' auction sold to ' delimited size
               function trim(au-bidder-fld) delimited size
               ' for $' delimited size
               function trim(disp-amt) delimited size
               '.' delimited size
               into mail-text
           perform 610-post-mail
           move au-bidder-fld to mail-to
           move spaces to mail-text
           string 'You won the ' delimited size
               function trim(mk-item-fld) delimited size
               ' auction from ' delimited size
               function trim(mk-seller-fld) delimited size
               ' for $' delimited size
               function trim(disp-amt) delimited size
               ' - it is in your collection.' delimited size
               into mail-text
           perform 610-post-mail
           perform 260-tell-other-bidders
               varying bid-idx from 1 by 1
               until bid-idx > bid-count
           move spaces to listing-work-line
           string 'SOLD' delimited size
               '|' delimited size
               function trim(mk-seller-fld) delimited size
               '|' delimited size
               function trim(mk-item-fld) delimited size
               '|' delimited size
               au-high-bid delimited size
               '|' delimited size
               mk-date-fld(1:8) delimited size
               '|' delimited size
               function trim(au-bidder-fld) delimited size
               '|' delimited size
               run-date delimited size
               into listing-work-line.

       250-settle-unsold.
           move "Y" to market-changed-switch
           add 1 to auctions-unsold
           move mk-seller-fld to collect-user
           move au-reserve to collect-price
           perform 350-grant-collectible
           move mk-seller-fld to mail-to
           move spaces to mail-text
           string 'Your ' delimited size
               function trim(mk-item-fld) delimited size
               ' auction closed without meeting its reserve'
               delimited size
               ' - the item is back in your collection.'
               delimited size
               into mail-text
           perform 610-post-mail
           move spaces to listing-work-line
           string 'UNSOLD' delimited size
               '|' delimited size
               function trim(mk-seller-fld) delimited size
               '|' delimited size
               function trim(mk-item-fld) delimited size
               '|' delimited size
               au-reserve delimited size
               '|' delimited size
               mk-date-fld(1:8) delimited size
               '|' delimited size
               function trim(au-bidder-fld) delimited size
               '|' delimited size
               au-high-bid delimited size
               '|' delimited size
               au-end-fld(1:8) delimited size
               '|' delimited size
               au-bid-count delimited size
               '|' delimited size
               function trim(au-id-fld) delimited size
               into listing-work-line
           move spaces to au-bidder-fld
           perform 260-tell-other-bidders
               varying bid-idx from 1 by 1
               until bid-idx > bid-count.

       260-tell-other-bidders.
           if bd-kind(bid-idx) not = "BID"
               or bd-id(bid-idx) not = au-id-fld
               or bd-user(bid-idx) = au-bidder-fld
               exit paragraph
           end-if
           move "N" to earlier-switch
           perform 265-check-earlier-bid
               varying bid-jdx from 1 by 1
               until bid-jdx >= bid-idx or bidder-already-told
           if bidder-already-told
               exit paragraph
           end-if
           move bd-user(bid-idx) to mail-to
           move spaces to mail-text
           if au-bidder-fld = spaces
               string 'The ' delimited size
                   function trim(mk-item-fld) delimited size
                   ' auction by ' delimited size
                   function trim(mk-seller-fld) delimited size
                   ' closed without a sale.' delimited size
                   into mail-text
           else
               string 'The ' delimited size
                   function trim(mk-item-fld) delimited size
                   ' auction by ' delimited size
                   function trim(mk-seller-fld) delimited size
                   ' closed - ' delimited size
                   function trim(au-bidder-fld) delimited size
                   ' won it for $' delimited size
                   function trim(disp-amt) delimited size
                   '.' delimited size
                   into mail-text
           end-if
           perform 610-post-mail.

       265-check-earlier-bid.
           if bd-kind(bid-jdx) = "BID"
               and bd-id(bid-jdx) = bd-id(bid-idx)
               and bd-user(bid-jdx) = bd-user(bid-idx)
               move "Y" to earlier-switch
           end-if.

       300-append-bid-row.
           accept bid-now-date from date yyyymmdd
           accept bid-now-time from time
           move spaces to bid-row-line
           string bid-row-kind delimited space
               '|' delimited size
               function trim(bid-row-id) delimited size
               '|' delimited size
               function trim(bid-row-user) delimited size
               '|' delimited size
               bid-row-amount delimited size
               '|' delimited size
               bid-now-date delimited size
               '|' delimited size
               bid-now-time delimited size
               into bid-row-line
           open extend auction-bids-file
           if auction-bids-status not = "00"
               open output auction-bids-file
           end-if
           if auction-bids-status = "00"
               write auction-bids-record from bid-row-line
           end-if
           close auction-bids-file.

       350-grant-collectible.
           move spaces to collect-path
           string './NGM/logs/collect_' delimited size
               function trim(collect-user) delimited size
               '.dat' delimited size
               into collect-path
           move spaces to collect-line
           string 'COLLECT' delimited size
               '|' delimited size
               collect-price delimited size
               '|' delimited size
               run-date delimited size
               into collect-line
           open extend collect-file
           if collect-status = "00"
               write collect-record from collect-line
           end-if
           close collect-file.

       380-copy-market-back.
           move "N" to market-eof-switch
           open input market-temp-file
           open output market-file
           if market-temp-status = "00" and market-status = "00"
               perform 385-copy-one-market-line
                   until end-of-market
           end-if
           close market-temp-file
           close market-file.

       385-copy-one-market-line.
           read market-temp-file
               at end move "Y" to market-eof-switch
           end-read
           if not end-of-market
               write market-record from market-temp-record
           end-if.

       400-refund-closed-holds.
           if bd-kind(bid-idx) not = "BID"
               or bd-matched(bid-idx) not = "N"
               exit paragraph
           end-if
           move "N" to live-found-switch
           perform 410-check-live-auction
               varying live-idx from 1 by 1
               until live-idx > live-count or auction-still-live
           if auction-still-live
               exit paragraph
           end-if
           move bd-user(bid-idx) to api-user
           move bd-amount(bid-idx) to trade-amt
           perform 500-api-deposit
           if api-response(1:7) not = "SUCCESS"
               add 1 to refunds-failed
               exit paragraph
           end-if
           move "Y" to bd-matched(bid-idx)
           add 1 to holds-refunded
           move "REL" to bid-row-kind
           move bd-id(bid-idx) to bid-row-id
           move bd-user(bid-idx) to bid-row-user
           move bd-amount(bid-idx) to bid-row-amount
           perform 300-append-bid-row
           perform 605-next-txn-id
           move "BIDREL" to txn-direction
           move bd-user(bid-idx) to txn-user
           move spaces to txn-other
           perform 600-log-transaction
           move bd-amount(bid-idx) to disp-amt
           move bd-user(bid-idx) to mail-to
           move spaces to mail-text
           string 'An auction you bid on has closed - your $'
               delimited size
               function trim(disp-amt) delimited size
               ' bid hold was refunded.' delimited size
               into mail-text
           perform 610-post-mail.

       410-check-live-auction.
           if live-id(live-idx) = bd-id(bid-idx)
               move "Y" to live-found-switch
           end-if.

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
               '|AUCTION|' delimited size
               function trim(mail-text) delimited size
               into mail-log-line
           open extend mail-log-file
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move mail-to to notify-to
           move "AUCTION" to notify-category
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

       end program auctionsettle.
