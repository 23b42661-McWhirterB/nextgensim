       identification division.
       program-id. txnextract.

       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select txn-file assign to txn-path
                             organization is line sequential
                             file status is txn-status.
           select extract-file assign to extract-path
                             organization is line sequential
                             file status is extract-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd txn-file.
           01 txn-record pic x(100).
           fd extract-file.
           01 extract-record pic x(150).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 run-date          pic 9(8).
           05 extract-date      pic 9(8).
           05 extract-time      pic 9(8).
           05 extract-status    pic x(2).
           05 extract-path      pic x(60).
           05 extract-pointer   pic 9(3).
           05 disp-count        pic z(6)9.

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 player-name       pic x(20).
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).
           05 player-had-switch pic x(1).
               88 player-had-txns value "Y".

       01  txn-scan.
           05 txn-status        pic x(2).
           05 txn-path          pic x(60).
           05 txn-eof-switch    pic x(1) value "N".
               88 end-of-txn value "Y".
           05 tx-time-fld       pic x(8).
           05 tx-kind-fld       pic x(10).
           05 tx-amt-fld        pic x(10).
           05 tx-bal-fld        pic x(10).
           05 tx-date-fld       pic x(8).
           05 tx-party-fld      pic x(20).
           05 tx-amount         pic 9(9).
           05 tx-balance        pic s9(9).
           05 tx-source         pic x(12).
           05 disp-amount       pic z(8)9.
           05 disp-balance      pic -(9)9.

       01  extract-totals.
           05 records-written   pic 9(7) value 0.
           05 players-in-feed   pic 9(6) value 0.
           05 players-scanned   pic 9(6) value 0.
           05 undated-skipped   pic 9(7) value 0.
           05 amount-total      pic 9(13) value 0.
           05 disp-total        pic z(12)9.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           display "=== DAILY TRANSACTION EXTRACT ==="
           compute extract-date = function date-of-integer(
               function integer-of-date(run-date) - 1)
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:5) = "DATE="
               and command-line-arg(6:8) is numeric
               move command-line-arg(6:8) to extract-date
           end-if
           move spaces to extract-path
           string './reports/txn_extract_' delimited size
               extract-date delimited size
               '.dat' delimited size
               into extract-path
           open output extract-file
           if extract-status not = "00"
               display "Could not open the transaction extract - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           move 'DATE|TIME|PLAYER|KIND|AMOUNT|BALANCE|COUNTERPARTY|'
               to extract-record
           move 'SOURCE' to extract-record(51:6)
           write extract-record
           perform 100-scan-players
           perform 500-write-trailer
           close extract-file
           display "Extract date:       " extract-date
           move players-scanned to disp-count
           display "Players scanned:    " disp-count
           move records-written to disp-count
           display "Records written:    " disp-count
           move players-in-feed to disp-count
           display "Players with txns:  " disp-count
           if undated-skipped > 0
               move undated-skipped to disp-count
               display "Undated lines skipped:" disp-count
           end-if
           stop run.

       100-scan-players.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 110-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       110-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if end-of-players
               exit paragraph
           end-if
           move spaces to player-name preg-status-fld
           unstring players-record delimited by '|'
               into player-name preg-reg-fld preg-last-fld
                   preg-status-fld
           end-unstring
           if player-name = spaces
               exit paragraph
           end-if
           add 1 to players-scanned
           move spaces to txn-path
           string './NGM/logs/txn_' delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into txn-path
           move "N" to player-had-switch
           perform 200-scan-one-txn-file
           if player-had-txns
               add 1 to players-in-feed
           end-if.

       200-scan-one-txn-file.
           move "N" to txn-eof-switch
           open input txn-file
           if txn-status = "00"
               perform 210-read-txn-line
                   until end-of-txn
               close txn-file
           end-if.

       210-read-txn-line.
           read txn-file
               at end move "Y" to txn-eof-switch
           end-read
           if end-of-txn
               exit paragraph
           end-if
           move spaces to tx-time-fld tx-kind-fld tx-amt-fld
               tx-bal-fld tx-date-fld tx-party-fld
           unstring txn-record delimited by '|'
               into tx-time-fld tx-kind-fld tx-amt-fld
                   tx-bal-fld tx-date-fld tx-party-fld
           end-unstring
           if tx-kind-fld = spaces
               exit paragraph
           end-if
           if tx-date-fld = spaces
               add 1 to undated-skipped
               exit paragraph
           end-if
           if tx-date-fld not = extract-date
               exit paragraph
           end-if
           compute tx-amount = function numval(tx-amt-fld)
           compute tx-balance = function numval(tx-bal-fld)
           perform 300-name-source
           perform 400-write-extract-line.

       300-name-source.
           evaluate tx-kind-fld
               when "DEPOSIT"
               when "WITHDRAW"
               when "XFEROUT"
               when "XFERIN"
               when "XFERHOLD"
               when "XFERBACK"
               when "LOANADV"
               when "LOANPAY"
               when "TERMOPEN"
               when "BREAK"
               when "CREWPAY"
               when "PREMIUM"
                   move "ATM" to tx-source
               when "XFERREL"
                   move "XFERRELEASE" to tx-source
               when "INTEREST"
               when "RENT"
               when "WAGES"
               when "MATURE"
               when "VOUCHER"
                   move "NGM" to tx-source
               when "WAGER"
               when "PAYOUT"
                   move "CASINO" to tx-source
               when "MKTBUY"
               when "MKTSALE"
               when "BIDHOLD"
               when "BIDREL"
                   move "MARKET" to tx-source
               when "PROPBUY"
               when "PROPSALE"
                   move "PROPERTY" to tx-source
               when "HEISTBUY"
               when "HEISTWIN"
               when "HEISTLOSS"
               when "HEISTREF"
                   move "CREW" to tx-source
               when "JOBXFER"
                   move "JOBBER" to tx-source
               when "P2PBORR"
               when "P2PLEND"
               when "P2PREF"
                   move "P2PLOAN" to tx-source
               when "P2PPAY"
               when "P2PRECV"
                   move "P2PCOLLECT" to tx-source
               when "COINBUY"
               when "COINSELL"
                   move "COINMATCH" to tx-source
               when "REVCR"
               when "REVDR"
               when "DISPCR"
               when "CLOSEOUT"
               when "BOUNTYREF"
                   move "ADMIN" to tx-source
               when "LOANWO"
                   move "LOANBOOK" to tx-source
               when "TAX"
                   move "WEALTHTAX" to tx-source
               when "OPENING"
                   move "YEARCLOSE" to tx-source
               when other
                   move "UNKNOWN" to tx-source
           end-evaluate.

       400-write-extract-line.
           move tx-amount to disp-amount
           move tx-balance to disp-balance
           move spaces to extract-record
           string tx-date-fld delimited size
               '|' delimited size
               tx-time-fld(1:6) delimited size
               '|' delimited size
               function trim(player-name) delimited size
               '|' delimited size
               function trim(tx-kind-fld) delimited size
               '|' delimited size
               function trim(disp-amount) delimited size
               '|' delimited size
               function trim(disp-balance) delimited size
               '|' delimited size
               function trim(tx-party-fld) delimited size
               '|' delimited size
               function trim(tx-source) delimited size
               into extract-record
           write extract-record
           add 1 to records-written
           add tx-amount to amount-total
           move "Y" to player-had-switch.

       500-write-trailer.
           accept extract-time from time
           move amount-total to disp-total
           move records-written to disp-count
           move spaces to extract-record
           move 1 to extract-pointer
           string 'TRAILER|' delimited size
               extract-date delimited size
               '|' delimited size
               run-date delimited size
               '|' delimited size
               extract-time(1:6) delimited size
               '|RECORDS=' delimited size
               function trim(disp-count) delimited size
               '|PLAYERS=' delimited size
               into extract-record
               with pointer extract-pointer
           move players-in-feed to disp-count
           string function trim(disp-count) delimited size
               '|AMOUNT=' delimited size
               function trim(disp-total) delimited size
               into extract-record
               with pointer extract-pointer
           write extract-record.

       end program txnextract.
