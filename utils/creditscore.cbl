
       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select txn-file assign to txn-path
                             organization is line sequential
                             file status is txn-status.
           select annual-file assign to annual-path
                             organization is line sequential
                             file status is annual-status.
           select loan-file assign to loan-path
                             organization is line sequential
                             file status is loan-status.
           select contract-file assign to
               "./NGM/data/p2ploans.dat"
                             organization is line sequential
                             file status is contract-status.
           select credit-file assign to credit-path
                             organization is line sequential
                             file status is credit-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd txn-file.
           01 txn-record pic x(100).
           fd annual-file.
           01 annual-record pic x(150).
           fd loan-file.
           01 loan-record pic x(80).
           fd contract-file.
           01 contract-record pic x(150).
           fd credit-file.
           01 credit-record pic x(20).

           05 players-scored pic 9(4) value 0.
           05 disp-count     pic z(3)9.

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).

       01  txn-scan.
           05 txn-status        pic x(2).
           05 tx-amt-fld        pic x(8).
           05 loanadv-count     pic 9(4) value 0.
           05 loanpay-count     pic 9(4) value 0.
           05 annual-status     pic x(2).
           05 annual-path       pic x(60).
           05 annual-eof-switch pic x(1) value "N".
               88 end-of-annual value "Y".
           05 an-row-fld        pic x(6).
           05 an-year-fld       pic x(4).
           05 an-kind-fld       pic x(10).
           05 an-count-fld      pic x(8).

       01  loan-check.
           05 loan-status       pic x(2).
           05 loan-age-days     pic s9(5) value 0.
           05 overdue-days      pic s9(5) value 0.

       01  p2p-record.
           05 contract-status   pic x(2).
           05 contract-eof-switch pic x(1) value "N".
               88 end-of-contracts value "Y".
           05 cf-id-fld         pic x(7).
           05 cf-status-fld     pic x(8).
           05 cf-lender-fld     pic x(20).
           05 cf-borrower-fld   pic x(20).
           05 cf-principal-fld  pic x(8).
           05 cf-rate-fld       pic x(4).
           05 cf-count-fld      pic x(4).
           05 cf-inst-fld       pic x(8).
           05 cf-paid-fld       pic x(4).
           05 cf-balance-fld    pic x(8).
           05 cf-offer-fld      pic x(8).
           05 cf-start-fld      pic x(8).
           05 cf-due-fld        pic x(8).
           05 cf-missed-fld     pic x(4).
           05 p2p-missed        pic 9(4) value 0.
           05 p2p-defaults      pic 9(4) value 0.
           05 p2p-paid-off      pic 9(4) value 0.

       01  score-work.
           05 credit-status     pic x(2).
           05 credit-path       pic x(60).
       000-main.
           accept run-date from date yyyymmdd
           display "=== CREDIT SCORING RUN ==="
           perform 020-scan-players
           move players-scored to disp-count
           display "Players scored: " disp-count
           stop run.

       020-scan-players.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 030-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       030-read-player-line.
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
                   perform 100-score-player
               end-if
           end-if.
       100-score-player.
           perform 200-count-loan-history
           perform 300-check-delinquency
           perform 350-check-p2p-record
           perform 400-compute-score
           perform 500-write-score
           add 1 to players-scored.
               perform 210-read-txn-line
                   until end-of-txn
               close txn-file
           end-if
           move spaces to annual-path
           string './NGM/logs/annual_' delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into annual-path
           move "N" to annual-eof-switch
           open input annual-file
           if annual-status = "00"
               perform 220-read-annual-line
                   until end-of-annual
               close annual-file
           end-if.

       210-read-txn-line.
               end-if
           end-if.

       220-read-annual-line.
           read annual-file
               at end move "Y" to annual-eof-switch
           end-read
           if not end-of-annual
               move spaces to an-row-fld an-year-fld an-kind-fld
                   an-count-fld
               unstring annual-record delimited by '|'
                   into an-row-fld an-year-fld an-kind-fld
                       an-count-fld
               end-unstring
               if an-row-fld = "KIND"
                   if an-kind-fld = "LOANADV"
                       add function numval(an-count-fld)
                           to loanadv-count
                   end-if
                   if an-kind-fld = "LOANPAY"
                       add function numval(an-count-fld)
                           to loanpay-count
                   end-if
               end-if
           end-if.

       300-check-delinquency.
           move 0 to loan-principal loan-taken-date overdue-days
           move spaces to loan-path
               end-if
           end-if.

       350-check-p2p-record.
           move 0 to p2p-missed p2p-defaults p2p-paid-off
           move "N" to contract-eof-switch
           open input contract-file
           if contract-status = "00"
               perform 360-read-contract-line
                   until end-of-contracts
               close contract-file
           end-if.

       360-read-contract-line.
           read contract-file
               at end move "Y" to contract-eof-switch
           end-read
           if not end-of-contracts
               move spaces to cf-id-fld cf-status-fld cf-lender-fld
                   cf-borrower-fld cf-missed-fld
               unstring contract-record delimited by '|'
                   into cf-id-fld cf-status-fld cf-lender-fld
                       cf-borrower-fld cf-principal-fld cf-rate-fld
                       cf-count-fld cf-inst-fld cf-paid-fld
                       cf-balance-fld cf-offer-fld cf-start-fld
                       cf-due-fld cf-missed-fld
               end-unstring
               if cf-borrower-fld = player-name
                   evaluate cf-status-fld
                       when "DELINQ"
                           add function numval(cf-missed-fld)
                               to p2p-missed
                       when "DEFAULT"
                           add 1 to p2p-defaults
                       when "PAID"
                           add 1 to p2p-paid-off
                   end-evaluate
               end-if
           end-if.

       400-compute-score.
           move 50 to credit-score
           compute score-boost = loanpay-count * 5
               move 30 to overdue-days
           end-if
           subtract overdue-days from credit-score
           compute score-drag = p2p-missed * 5
           if score-drag > 20
               move 20 to score-drag
           end-if
           subtract score-drag from credit-score
           compute score-drag = p2p-defaults * 15
           if score-drag > 30
               move 30 to score-drag
           end-if
           subtract score-drag from credit-score
           compute score-boost = p2p-paid-off * 3
           if score-boost > 9
               move 9 to score-boost
           end-if
           add score-boost to credit-score
           if credit-score > 100
               move 100 to credit-score
           end-if
