
       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select career-file assign to career-path
                             organization is line sequential
                             file status is career-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd career-file.
           01 career-record pic x(150).
           fd txn-file.
           05 player-name       pic x(20).
           05 player-count      pic 9(4) value 0.

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).
           05 api-command       pic x(200).

       01  career-scan.
           05 total-tax         pic s9(9) value 0.
           05 total-rent        pic s9(9) value 0.
           05 total-wages       pic s9(9) value 0.
           05 total-rev-in      pic s9(9) value 0.
           05 total-rev-out     pic s9(9) value 0.
           05 total-disp-cr     pic s9(9) value 0.
           05 total-vouchers    pic s9(9) value 0.
           05 undated-txn-count pic 9(4) value 0.

       01  hack-scan.
           perform 005-load-tunables
           perform 010-pick-month
           perform 020-open-totals
           perform 040-scan-players
           perform 090-write-shop-totals
           close totals-file
           stop run.
               into totals-record
           write totals-record.

       040-scan-players.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 050-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       050-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to player-name preg-status-fld
               unstring players-record delimited by '|'
                   into player-name preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if preg-status-fld not = "CLOSED"
                   perform 100-statement-for-player
               end-if
           end-if.
               total-loan-adv total-loan-pay total-premiums
               total-crew-pay total-term-open total-term-mature
               total-term-break total-tax total-rent total-wages
               total-rev-in total-rev-out total-disp-cr
               total-vouchers undated-txn-count
           move spaces to txn-path
           string './NGM/logs/txn_' delimited size
               function trim(player-name) delimited size
                               add function numval(tx-amt-fld)
                                   to total-xfer-in
                           when "XFEROUT"
                           when "XFERREL"
                               add function numval(tx-amt-fld)
                                   to total-xfer-out
                           when "INTEREST"
                           when "WAGES"
                               add function numval(tx-amt-fld)
                                   to total-wages
                           when "REVCR"
                               add function numval(tx-amt-fld)
                                   to total-rev-in
                           when "REVDR"
                               add function numval(tx-amt-fld)
                                   to total-rev-out
                           when "DISPCR"
                               add function numval(tx-amt-fld)
                                   to total-disp-cr
                           when "VOUCHER"
                               add function numval(tx-amt-fld)
                                   to total-vouchers
                       end-evaluate
                   end-if
               end-if
               into stmt-record
           write stmt-record
           move spaces to stmt-record
           move total-rev-in to disp-amount
           string 'REVERSALS IN:     $' delimited size
               disp-amount delimited size
               into stmt-record
           write stmt-record
           move spaces to stmt-record
           move total-rev-out to disp-amount
           string 'REVERSALS OUT:    $' delimited size
               disp-amount delimited size
               into stmt-record
           write stmt-record
           move spaces to stmt-record
           move total-disp-cr to disp-amount
           string 'DISPUTE CREDITS:  $' delimited size
               disp-amount delimited size
               into stmt-record
           write stmt-record
           move spaces to stmt-record
           move total-vouchers to disp-amount
           string 'VOUCHER CREDITS:  $' delimited size
               disp-amount delimited size
               into stmt-record
           write stmt-record
           move spaces to stmt-record
           move hack-losses to disp-amount
           string 'HACK LOSSES:      $' delimited size
               disp-amount delimited size
