       identification division.
       program-id. yearclose.

       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select txn-file assign to txn-path
                             organization is line sequential
                             file status is txn-status.
           select archive-file assign to archive-path
                             organization is line sequential
                             file status is archive-status.
           select newfile-file assign to newfile-path
                             organization is line sequential
                             file status is newfile-status.
           select annual-file assign to annual-path
                             organization is line sequential
                             file status is annual-status.
           select close-report-file assign to
               "./reports/yearclose_report.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd txn-file.
           01 txn-record pic x(100).
           fd archive-file.
           01 archive-record pic x(100).
           fd newfile-file.
           01 newfile-record pic x(100).
           fd annual-file.
           01 annual-record pic x(150).
           fd close-report-file.
           01 close-report-record pic x(132).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 run-date          pic 9(8).
           05 run-time          pic 9(8).
           05 close-year        pic 9(4) value 0.
           05 close-limit       pic x(8).
           05 opening-date      pic x(8).
           05 player-name       pic x(20).
           05 files-done        pic 9(5) value 0.
           05 lines-archived    pic 9(7) value 0.
           05 report-status     pic x(2).
           05 api-command       pic x(200).

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).

       01  txn-scan.
           05 txn-status        pic x(2).
           05 txn-path          pic x(60).
           05 archive-status    pic x(2).
           05 archive-path      pic x(80).
           05 archive-open-switch pic x(1).
               88 archive-is-open value "Y".
           05 newfile-status    pic x(2).
           05 newfile-path      pic x(70).
           05 txn-eof-switch    pic x(1) value "N".
               88 end-of-txn value "Y".
           05 tx-time-fld       pic x(8).
           05 tx-kind-fld       pic x(10).
           05 tx-amt-fld        pic x(12).
           05 tx-bal-fld        pic x(12).
           05 tx-date-fld       pic x(8).
           05 tx-amount         pic s9(9).
           05 tx-balance        pic s9(9).
           05 tx-bank-delta     pic s9(9).
           05 tx-year           pic 9(4).
           05 line-is-old-switch pic x(1).
               88 line-is-old value "Y".
           05 bank-line-switch  pic x(1).
               88 bank-line value "Y".
           05 player-archived   pic 9(7).
           05 carried-balance   pic s9(9).
           05 carried-switch    pic x(1).
               88 have-carried value "Y".

       01  year-table.
           05 year-count        pic 9(2) value 0.
           05 year-idx          pic 9(2).
           05 year-found-switch pic x(1).
               88 year-found value "Y".
           05 year-entry occurs 10 times.
               10 yr-year       pic 9(4).
               10 yr-lines      pic 9(7).
               10 yr-opening    pic s9(9).
               10 yr-open-switch pic x(1).
               10 yr-closing    pic s9(9).
               10 yr-win        pic 9(9).
               10 yr-win-date   pic x(8).
               10 yr-loss       pic 9(9).
               10 yr-loss-date  pic x(8).
               10 yr-interest   pic 9(11).
               10 yr-taxes      pic 9(11).
               10 yr-fees       pic 9(11).
           05 years-dropped     pic 9(5) value 0.

       01  kind-table.
           05 kind-count        pic 9(3) value 0.
           05 kind-idx          pic 9(3).
           05 kind-found-switch pic x(1).
               88 kind-found value "Y".
           05 kind-entry occurs 300 times.
               10 kt-year       pic 9(4).
               10 kt-kind       pic x(10).
               10 kt-count      pic 9(7).
               10 kt-total      pic 9(11).

       01  annual-work.
           05 annual-status     pic x(2).
           05 annual-path       pic x(60).
           05 annual-line       pic x(150).
           05 disp-opening      pic -(9)9.
           05 disp-closing      pic -(9)9.
           05 disp-total        pic z(10)9.
           05 disp-win          pic z(8)9.
           05 disp-loss         pic z(8)9.
           05 disp-interest     pic z(10)9.
           05 disp-taxes        pic z(10)9.
           05 disp-fees         pic z(10)9.
           05 disp-lines        pic z(6)9.

       01  txn-id-work.
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

       01  report-work.
           05 disp-count        pic z(6)9.
           05 disp-year         pic 9(4).

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== YEAR-END TRANSACTION CLOSE ==="
           perform 010-pick-close-year
           if close-year = 0
               display "Not January - no year to close."
               stop run
           end-if
           move spaces to close-limit opening-date
           string close-year delimited size
               '1231' delimited size
               into close-limit
           compute disp-year = close-year + 1
           string disp-year delimited size
               '0101' delimited size
               into opening-date
           open output close-report-file
           if report-status not = "00"
               display "Could not open year-end report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 020-write-header
           perform 030-scan-players
           perform 900-write-footer
           close close-report-file
           move files-done to disp-count
           display "Transaction files closed: " disp-count
           move lines-archived to disp-count
           display "Detail lines archived:    " disp-count
           stop run.

       010-pick-close-year.
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:5) = "YEAR="
               and command-line-arg(6:4) is numeric
               move command-line-arg(6:4) to close-year
               if close-year >= run-date(1:4)
                   display "Can only close a year that has ended."
                   move 8 to return-code
                   stop run
               end-if
               exit paragraph
           end-if
           if run-date(5:2) = "01"
               compute close-year = function numval(run-date(1:4)) - 1
           end-if.

       020-write-header.
           move spaces to close-report-record
           string '=== YEAR-END CLOSE ' delimited size
               close-year delimited size
               ' - RUN ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               ' ===' delimited size
               into close-report-record
           write close-report-record
           move spaces to close-report-record
           move 'PLAYER                 LINES ARCHIVED'
               to close-report-record
           move 'CARRIED BALANCE' to close-report-record(40:15)
           write close-report-record.

       030-scan-players.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 040-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       040-read-player-line.
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
                   and player-name not = spaces
                   perform 100-close-one-player
               end-if
           end-if.

       100-close-one-player.
           move 0 to year-count kind-count player-archived
           move 0 to carried-balance
           move "N" to carried-switch archive-open-switch
           move spaces to txn-path
           string './NGM/logs/txn_' delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into txn-path
           move spaces to archive-path
           string './NGM/logs/archive/txn_' delimited size
               function trim(player-name) delimited size
               '_' delimited size
               close-year delimited size
               '.dat' delimited size
               into archive-path
           move spaces to newfile-path
           string './NGM/logs/txn_' delimited size
               function trim(player-name) delimited size
               '.new' delimited size
               into newfile-path
           move "N" to txn-eof-switch
           open input txn-file
           if txn-status not = "00"
               exit paragraph
           end-if
           perform 110-judge-txn-line
               until end-of-txn
           close txn-file
           if archive-is-open
               close archive-file
           end-if
           if player-archived = 0
               exit paragraph
           end-if
           open output newfile-file
           if newfile-status not = "00"
               display "Could not write "
                   function trim(newfile-path)
                   " - archive kept, live file left as it was."
               exit paragraph
           end-if
           perform 200-write-opening-line
           perform 210-copy-current-lines
           close newfile-file
           perform 220-swap-in-new-file
           perform 300-write-annual-summary
           perform 400-write-report-line
           add 1 to files-done
           add player-archived to lines-archived.

       110-judge-txn-line.
           read txn-file
               at end move "Y" to txn-eof-switch
           end-read
           if not end-of-txn
               perform 115-split-txn-line
               if line-is-old
                   perform 120-archive-line
               end-if
           end-if.

       115-split-txn-line.
           move spaces to tx-time-fld tx-kind-fld tx-amt-fld
               tx-bal-fld tx-date-fld
           unstring txn-record delimited by '|'
               into tx-time-fld tx-kind-fld tx-amt-fld
                   tx-bal-fld tx-date-fld
           end-unstring
           move "N" to line-is-old-switch
           if tx-date-fld = spaces
               move "Y" to line-is-old-switch
               move close-year to tx-year
               exit paragraph
           end-if
           if tx-date-fld is numeric
               and tx-date-fld <= close-limit
               move "Y" to line-is-old-switch
               move tx-date-fld(1:4) to tx-year
           end-if.

       120-archive-line.
           if not archive-is-open
               open extend archive-file
               if archive-status not = "00"
                   open output archive-file
               end-if
               if archive-status not = "00"
                   display "Could not open archive for "
                       function trim(player-name)
                       " - make sure ./NGM/logs/archive/ exists."
                   move "Y" to txn-eof-switch
                   exit paragraph
               end-if
               move "Y" to archive-open-switch
           end-if
           write archive-record from txn-record
           add 1 to player-archived
           perform 130-fold-into-year.

       130-fold-into-year.
           move "N" to year-found-switch
           perform 135-match-year
               varying year-idx from 1 by 1
               until year-idx > year-count or year-found
           if year-found
               subtract 1 from year-idx
           else
               if year-count >= 10
                   add 1 to years-dropped
                   exit paragraph
               end-if
               add 1 to year-count
               move year-count to year-idx
               move tx-year to yr-year(year-idx)
               move 0 to yr-lines(year-idx) yr-opening(year-idx)
                   yr-closing(year-idx) yr-win(year-idx)
                   yr-loss(year-idx) yr-interest(year-idx)
                   yr-taxes(year-idx) yr-fees(year-idx)
               move "N" to yr-open-switch(year-idx)
               move spaces to yr-win-date(year-idx)
                   yr-loss-date(year-idx)
           end-if
           add 1 to yr-lines(year-idx)
           compute tx-amount = function numval(tx-amt-fld)
           if tx-amount < 0
               compute tx-amount = 0 - tx-amount
           end-if
           perform 140-classify-bank-line
           if bank-line
               compute tx-balance = function numval(tx-bal-fld)
               if yr-open-switch(year-idx) not = "Y"
                   compute yr-opening(year-idx) =
                       tx-balance - tx-bank-delta
                   move "Y" to yr-open-switch(year-idx)
               end-if
               move tx-balance to yr-closing(year-idx)
               move tx-balance to carried-balance
               move "Y" to carried-switch
           end-if
           evaluate tx-kind-fld
               when "PAYOUT"
               when "HEISTWIN"
                   if tx-amount > yr-win(year-idx)
                       move tx-amount to yr-win(year-idx)
                       move tx-date-fld to yr-win-date(year-idx)
                   end-if
               when "WAGER"
               when "HEISTLOSS"
                   if tx-amount > yr-loss(year-idx)
                       move tx-amount to yr-loss(year-idx)
                       move tx-date-fld to yr-loss-date(year-idx)
                   end-if
               when "INTEREST"
                   add tx-amount to yr-interest(year-idx)
               when "TAX"
                   add tx-amount to yr-taxes(year-idx)
               when "PREMIUM"
               when "CREWPAY"
               when "WAGES"
                   add tx-amount to yr-fees(year-idx)
           end-evaluate
           if tx-kind-fld not = "OPENING"
               perform 150-fold-into-kind
           end-if.

       135-match-year.
           if yr-year(year-idx) = tx-year
               move "Y" to year-found-switch
           end-if.

       140-classify-bank-line.
           move "Y" to bank-line-switch
           move 0 to tx-bank-delta
           evaluate tx-kind-fld
               when "OPENING"
                   continue
               when "DEPOSIT"
               when "LOANADV"
               when "INTEREST"
               when "MATURE"
               when "BREAK"
               when "RENT"
               when "P2PBORR"
               when "VOUCHER"
                   move tx-amount to tx-bank-delta
               when "WITHDRAW"
               when "XFEROUT"
               when "LOANPAY"
               when "PREMIUM"
               when "CREWPAY"
               when "TERMOPEN"
               when "WAGES"
               when "TAX"
               when "MKTBUY"
               when "PROPBUY"
               when "BIDHOLD"
               when "XFERHOLD"
               when "P2PLEND"
                   compute tx-bank-delta = 0 - tx-amount
               when other
                   move "N" to bank-line-switch
           end-evaluate.

       150-fold-into-kind.
           move "N" to kind-found-switch
           perform 155-match-kind
               varying kind-idx from 1 by 1
               until kind-idx > kind-count or kind-found
           if kind-found
               subtract 1 from kind-idx
           else
               if kind-count >= 300
                   exit paragraph
               end-if
               add 1 to kind-count
               move kind-count to kind-idx
               move tx-year to kt-year(kind-idx)
               move tx-kind-fld to kt-kind(kind-idx)
               move 0 to kt-count(kind-idx) kt-total(kind-idx)
           end-if
           add 1 to kt-count(kind-idx)
           add tx-amount to kt-total(kind-idx).

       155-match-kind.
           if kt-year(kind-idx) = tx-year
               and kt-kind(kind-idx) = tx-kind-fld
               move "Y" to kind-found-switch
           end-if.

       200-write-opening-line.
           if not have-carried
               exit paragraph
           end-if
           perform 205-next-txn-id
           move carried-balance to disp-closing
           move spaces to newfile-record
           string '00000000' delimited size
               '|' delimited size
               'OPENING' delimited size
               '|0|' delimited size
               function trim(disp-closing) delimited size
               '|' delimited size
               opening-date delimited size
               '|YEAREND|' delimited size
               txn-id delimited size
               into newfile-record
           write newfile-record.

       205-next-txn-id.
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

       210-copy-current-lines.
           move "N" to txn-eof-switch
           open input txn-file
           if txn-status = "00"
               perform 215-copy-one-current
                   until end-of-txn
               close txn-file
           end-if.

       215-copy-one-current.
           read txn-file
               at end move "Y" to txn-eof-switch
           end-read
           if not end-of-txn
               perform 115-split-txn-line
               if not line-is-old
                   write newfile-record from txn-record
               end-if
           end-if.

       220-swap-in-new-file.
           move spaces to api-command
           string 'move /y ' delimited size
               function trim(newfile-path) delimited size
               ' ' delimited size
               function trim(txn-path) delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command.

       300-write-annual-summary.
           move spaces to annual-path
           string './NGM/logs/annual_' delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into annual-path
           open extend annual-file
           if annual-status not = "00"
               open output annual-file
           end-if
           if annual-status not = "00"
               display "Could not write annual summary for "
                   function trim(player-name)
               exit paragraph
           end-if
           perform 310-write-year-line
               varying year-idx from 1 by 1
               until year-idx > year-count
           close annual-file.

       310-write-year-line.
           move yr-opening(year-idx) to disp-opening
           move yr-closing(year-idx) to disp-closing
           move yr-lines(year-idx) to disp-lines
           move yr-win(year-idx) to disp-win
           move yr-loss(year-idx) to disp-loss
           move yr-interest(year-idx) to disp-interest
           move yr-taxes(year-idx) to disp-taxes
           move yr-fees(year-idx) to disp-fees
           move spaces to annual-line
           string 'YEAR' delimited size
               '|' delimited size
               yr-year(year-idx) delimited size
               '|' delimited size
               function trim(disp-opening) delimited size
               '|' delimited size
               function trim(disp-closing) delimited size
               '|' delimited size
               function trim(disp-lines) delimited size
               '|' delimited size
               function trim(disp-win) delimited size
               '|' delimited size
               yr-win-date(year-idx) delimited size
               '|' delimited size
               function trim(disp-loss) delimited size
               '|' delimited size
               yr-loss-date(year-idx) delimited size
               '|' delimited size
               function trim(disp-interest) delimited size
               '|' delimited size
               function trim(disp-taxes) delimited size
               '|' delimited size
               function trim(disp-fees) delimited size
               into annual-line
           write annual-record from annual-line
           perform 320-write-kind-line
               varying kind-idx from 1 by 1
               until kind-idx > kind-count.

       320-write-kind-line.
           if kt-year(kind-idx) = yr-year(year-idx)
               move kt-count(kind-idx) to disp-lines
               move kt-total(kind-idx) to disp-total
               move spaces to annual-line
               string 'KIND' delimited size
                   '|' delimited size
                   kt-year(kind-idx) delimited size
                   '|' delimited size
                   function trim(kt-kind(kind-idx)) delimited size
                   '|' delimited size
                   function trim(disp-lines) delimited size
                   '|' delimited size
                   function trim(disp-total) delimited size
                   into annual-line
               write annual-record from annual-line
           end-if.

       400-write-report-line.
           move spaces to close-report-record
           move player-name to close-report-record(1:20)
           move player-archived to disp-count
           move disp-count to close-report-record(27:7)
           if have-carried
               move carried-balance to disp-closing
               move disp-closing to close-report-record(42:10)
           else
               move 'NO BANK ACTIVITY' to close-report-record(36:16)
           end-if
           write close-report-record.

       900-write-footer.
           move spaces to close-report-record
           write close-report-record
           move spaces to close-report-record
           move files-done to disp-count
           string 'PLAYERS CLOSED:    ' delimited size
               disp-count delimited size
               into close-report-record
           write close-report-record
           move spaces to close-report-record
           move lines-archived to disp-count
           string 'LINES ARCHIVED:    ' delimited size
               disp-count delimited size
               into close-report-record
           write close-report-record
           if years-dropped > 0
               move spaces to close-report-record
               move years-dropped to disp-count
               string 'LINES NOT SUMMARISED (OVER 10 YEARS): '
                   delimited size
                   disp-count delimited size
                   into close-report-record
               write close-report-record
           end-if.

       end program yearclose.
