               "./NGM/logs/store_log.dat"
                             organization is line sequential
                             file status is store-log-status.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select txn-file assign to txn-path
                             organization is line sequential
                             file status is txn-status.
           01 hack-log-record pic x(100).
           fd store-log-file.
           01 store-log-record pic x(80).
           fd players-file.
           01 players-record pic x(100).
           fd career-file.
           01 career-record pic x(150).
           fd txn-file.
           05 event-eof-switch  pic x(1) value "N".
               88 end-of-events value "Y".
           05 ev-user-fld       pic x(20).
           05 ev-num-fld        pic x(5).
           05 ev-cost-fld       pic x(8).
           05 ev-time-fld       pic x(8).
           05 ev-date-fld       pic x(8).
           05 st-amt-fld        pic x(10).
           05 st-date-fld       pic x(8).
           05 st-time-fld       pic x(8).
           05 item-count        pic 9(2) value 0.
           05 item-idx          pic 9(2).
           05 item-found-switch pic x(1).
               88 item-found value "Y".
           05 item-entry occurs 60 times.
               10 item-code     pic x(12).
               10 item-sold     pic 9(6).
               10 item-spend    pic 9(11).
           05 item-other-sold   pic 9(6) value 0.
           05 item-other-spend  pic 9(11) value 0.

       01  career-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 player-name       pic x(20).
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).
           05 career-status     pic x(2).
           05 career-path       pic x(60).
           05 career-eof-switch pic x(1) value "N".
                   compute scan-amount =
                       0 - function numval(st-amt-fld)
                   perform 020-tally-amount
                   if scan-date >= day-date(14)
                       perform 320-tally-store-item
                   end-if
               end-if
           end-if.

       320-tally-store-item.
           move "N" to item-found-switch
           perform 330-match-store-item
               varying item-idx from 1 by 1
               until item-idx > item-count or item-found
           if item-found
               exit paragraph
           end-if
           if item-count < 60
               add 1 to item-count
               move st-item-fld to item-code(item-count)
               move 1 to item-sold(item-count)
               compute item-spend(item-count) =
                   function numval(st-amt-fld)
           else
               add 1 to item-other-sold
               compute item-other-spend = item-other-spend
                   + function numval(st-amt-fld)
           end-if.

       330-match-store-item.
           if item-code(item-idx) = st-item-fld
               move "Y" to item-found-switch
               add 1 to item-sold(item-idx)
               compute item-spend(item-idx) = item-spend(item-idx)
                   + function numval(st-amt-fld)
           end-if.

       400-scan-career-files.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 410-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       410-read-player-line.
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
                   and preg-status-fld not = "CLOSED"
                   move spaces to career-path
                   string './NGM/logs/career_' delimited size
                       function trim(player-name) delimited size
                       '.dat' delimited size
                       into career-path
                   perform 420-scan-one-career
                   move spaces to txn-path
                   string './NGM/logs/txn_' delimited size
                       function trim(player-name) delimited size
                       '.dat' delimited size
                       into txn-path
                   perform 440-scan-one-txn-file
               end-if
                   evaluate tx-dir-fld
                       when "INTEREST"
                       when "LOANADV"
                       when "VOUCHER"
                           compute scan-amount =
                               function numval(tx-amt-fld)
                           perform 020-tally-amount
                       when "WITHDRAW"
                       when "XFERIN"
                       when "XFEROUT"
                       when "XFERREL"
                           add function numval(tx-amt-fld)
                               to neutral-volume
                   end-evaluate
           write econ-report-record
           perform 520-write-weekly-movement
           perform 530-write-casino-pnl
           perform 540-write-store-sales
           if undated-count > 0
               move spaces to econ-report-record
               move undated-count to disp-count
               into econ-report-record
           write econ-report-record.

       540-write-store-sales.
           move spaces to econ-report-record
           string '=== STORE SALES BY ITEM (14 DAYS) ==='
               delimited size
               into econ-report-record
           write econ-report-record
           move spaces to econ-report-record
           string 'ITEM          SOLD        SPEND' delimited size
               into econ-report-record
           write econ-report-record
           if item-count = 0
               move spaces to econ-report-record
               string 'NO STORE SALES IN WINDOW' delimited size
                   into econ-report-record
               write econ-report-record
           end-if
           perform 550-write-item-line
               varying item-idx from 1 by 1
               until item-idx > item-count
           if item-other-sold > 0
               move spaces to econ-report-record
               move item-other-sold to disp-count
               move item-other-spend to disp-amount
               string 'OTHER        ' delimited size
                   disp-count delimited size
                   ' ' delimited size
                   disp-amount delimited size
                   into econ-report-record
               write econ-report-record
           end-if.

       550-write-item-line.
           move spaces to econ-report-record
           move item-sold(item-idx) to disp-count
           move item-spend(item-idx) to disp-amount
           string item-code(item-idx) delimited size
               ' ' delimited size
               disp-count delimited size
               ' ' delimited size
               disp-amount delimited size
               into econ-report-record
           write econ-report-record.

       end program econrpt.
