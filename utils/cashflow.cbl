       identification division.
       program-id. cashflow.

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
           select prop-catalog-file assign to
               "./NGM/data/properties.dat"
                             organization is line sequential
                             file status is prop-cat-status.
           select snap-file assign to snap-path
                             organization is line sequential
                             file status is snap-status.
           select player-file assign to player-file-path
                             organization is line sequential
                             file status is player-file-status.
           select forecast-report-file assign to
               "./reports/cashflow_forecast.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd prop-catalog-file.
           01 prop-catalog-record pic x(80).
           fd snap-file.
           01 snap-record pic x(150).
           fd player-file.
           01 player-file-record pic x(100).
           fd forecast-report-file.
           01 forecast-report-record pic x(132).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 run-date          pic 9(8).
           05 run-day-number    pic 9(7).
           05 player-name       pic x(20).
           05 report-status     pic x(2).
           05 players-projected pic 9(5) value 0.
           05 disp-count        pic z(4)9.
           05 disp-amount       pic z(8)9.
           05 disp-net          pic -(8)9.
           05 disp-rate         pic z9.
           05 disp-rate-now     pic z9.

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).

       01  forecast-rules.
           05 interest-rate       pic 9(2) value 2.
           05 loan-due-days       pic 9(3) value 30.
           05 bunch-pct           pic 9(4) value 200.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 tunable-value       pic s9(8).

       01  what-if.
           05 what-if-name        pic x(20).
           05 what-if-value-fld   pic x(10).
           05 what-if-rate        pic 9(2) value 0.
           05 what-if-switch      pic x(1) value "N".
               88 what-if-on value "Y".

       01  prop-catalog.
           05 prop-cat-status   pic x(2).
           05 prop-cat-eof-switch pic x(1) value "N".
               88 end-of-prop-catalog value "Y".
           05 pc-kind-fld       pic x(8).
           05 pc-name-fld       pic x(20).
           05 pc-price-fld      pic x(10).
           05 pc-rent-fld       pic x(10).
           05 pc-upkeep-fld     pic x(10).
           05 prop-cat-count    pic 9(2) value 0.
           05 prop-cat-idx      pic 9(2).
           05 prop-cat-entry occurs 20 times.
               10 pc-name       pic x(20).
               10 pc-net-rent   pic s9(7).

       01  snapshot.
           05 snap-status       pic x(2).
           05 snap-path         pic x(60).
           05 snap-eof-switch   pic x(1) value "N".
               88 end-of-snap value "Y".
           05 snap-date         pic 9(8) value 0.
           05 snap-back         pic 9(2).
           05 snap-found-switch pic x(1) value "N".
               88 snap-found value "Y".
           05 sn-user           pic x(20).
           05 sn-date-fld       pic x(8).
           05 sn-time-fld       pic x(8).
           05 sn-bank-fld       pic x(10).
           05 bank-count        pic 9(4) value 0.
           05 bank-idx          pic 9(4).
           05 bank-match-switch pic x(1).
               88 bank-matched value "Y".
           05 bank-entry occurs 2000 times.
               10 bb-user       pic x(20).
               10 bb-bank       pic 9(7).

       01  player-files.
           05 player-file-status pic x(2).
           05 player-file-path  pic x(60).
           05 player-eof-switch pic x(1) value "N".
               88 end-of-player-file value "Y".
           05 pf-fld-1          pic x(20).
           05 pf-fld-2          pic x(10).
           05 pf-fld-3          pic x(10).
           05 pf-fld-4          pic x(10).
           05 pf-fld-5          pic x(10).
           05 pf-fld-6          pic x(10).
           05 pf-fld-7          pic x(10).

       01  player-work.
           05 player-bank       pic 9(7).
           05 player-rate       pic 9(2).
           05 accountant-switch pic x(1).
               88 has-accountant value "Y".
           05 wage-rate         pic 9(3).
           05 daily-wages       pic 9(5).
           05 daily-rent        pic s9(7).
           05 td-amount         pic 9(7).
           05 td-days           pic 9(3).
           05 td-rate           pic 9(3).
           05 td-start          pic 9(8).
           05 policy-tier       pic 9(1).
           05 policy-premium    pic 9(5).
           05 policy-paid-date  pic 9(8).
           05 loan-principal    pic 9(7).
           05 loan-taken-date   pic 9(8).
           05 day-offset        pic s9(5).

       01  forecast-days.
           05 day-idx           pic 9(2).
           05 forecast-day occurs 30 times.
               10 fc-date       pic 9(8).
               10 fc-interest   pic 9(9).
               10 fc-what-if    pic 9(9).
               10 fc-term-int   pic 9(9).
               10 fc-term-prin  pic 9(9).
               10 fc-term-count pic 9(4).
               10 fc-rent       pic s9(9).
               10 fc-wages      pic 9(9).
               10 fc-loans      pic 9(9).
               10 fc-premiums   pic 9(9).
               10 fc-net        pic s9(9).
               10 fc-bunch      pic x(1).

       01  forecast-totals.
           05 total-created     pic s9(10) value 0.
           05 total-drained     pic 9(10) value 0.
           05 total-net         pic s9(10) value 0.
           05 what-if-net       pic s9(10).
           05 what-if-change    pic s9(10) value 0.
           05 maturity-average  pic 9(9) value 0.
           05 bunch-line        pic 9(10).
           05 bunch-count       pic 9(2) value 0.
           05 past-due-loans    pic 9(5) value 0.
           05 overdue-terms     pic 9(5) value 0.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           compute run-day-number = function integer-of-date(run-date)
           display "=== HOUSE CASH-FLOW FORECAST ==="
           perform 010-load-tunables
           perform 020-read-what-if
           perform 030-clear-day
               varying day-idx from 1 by 1
               until day-idx > 30
           perform 040-find-snapshot
           perform 050-load-catalog
           perform 100-scan-players
           if return-code = 8
               stop run
           end-if
           perform 300-sum-days
               varying day-idx from 1 by 1
               until day-idx > 30
           perform 310-mark-bunches
           open output forecast-report-file
           if report-status not = "00"
               display "Could not open forecast report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 400-write-report
           close forecast-report-file
           move players-projected to disp-count
           display "Players projected: " disp-count
           move total-net to disp-net
           display "30-day net money:  " disp-net
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
               compute tunable-value =
                   function numval(tunable-value-fld)
               if tunable-value > 0
                   evaluate tunable-name
                       when "INTEREST-RATE"
                           move tunable-value to interest-rate
                       when "LOAN-DUE-DAYS"
                           move tunable-value to loan-due-days
                       when "CASHFLOW-BUNCH-PCT"
                           move tunable-value to bunch-pct
                   end-evaluate
               end-if
           end-if.

       020-read-what-if.
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg = spaces
               exit paragraph
           end-if
           move spaces to what-if-name what-if-value-fld
           unstring command-line-arg delimited by '='
               into what-if-name what-if-value-fld
           end-unstring
           if what-if-name = "INTEREST-RATE"
               and what-if-value-fld not = spaces
               compute what-if-rate =
                   function numval(what-if-value-fld)
               move "Y" to what-if-switch
               move what-if-rate to disp-rate
               display "What-if: INTEREST-RATE " disp-rate
           else
               display "Only INTEREST-RATE=n can be tried out - "
                   "argument ignored."
           end-if.

       030-clear-day.
           compute fc-date(day-idx) = function date-of-integer
               (run-day-number + day-idx - 1)
           move 0 to fc-interest(day-idx) fc-what-if(day-idx)
               fc-term-int(day-idx) fc-term-prin(day-idx)
               fc-term-count(day-idx) fc-rent(day-idx)
               fc-wages(day-idx) fc-loans(day-idx)
               fc-premiums(day-idx) fc-net(day-idx)
           move space to fc-bunch(day-idx).

       040-find-snapshot.
           move "N" to snap-found-switch
           perform 045-try-snapshot
               varying snap-back from 0 by 1
               until snap-back > 7 or snap-found.

       045-try-snapshot.
           compute snap-date = function date-of-integer
               (run-day-number - snap-back)
           move spaces to snap-path
           string './NGM/logs/statsnap_' delimited size
               snap-date delimited size
               '.dat' delimited size
               into snap-path
           move "N" to snap-eof-switch
           open input snap-file
           if snap-status = "00"
               move "Y" to snap-found-switch
               perform 046-read-snap-line
                   until end-of-snap
               close snap-file
           end-if.

       046-read-snap-line.
           read snap-file
               at end move "Y" to snap-eof-switch
           end-read
           if not end-of-snap and bank-count < 2000
               move spaces to sn-user sn-date-fld sn-time-fld
                   sn-bank-fld
               unstring snap-record delimited by '|'
                   into sn-user sn-date-fld sn-time-fld sn-bank-fld
               end-unstring
               if sn-user not = spaces
                   add 1 to bank-count
                   move sn-user to bb-user(bank-count)
                   compute bb-bank(bank-count) =
                       function numval(sn-bank-fld)
               end-if
           end-if.

       050-load-catalog.
           move "N" to prop-cat-eof-switch
           open input prop-catalog-file
           if prop-cat-status = "00"
               perform 055-read-catalog-line
                   until end-of-prop-catalog
               close prop-catalog-file
           end-if.

       055-read-catalog-line.
           read prop-catalog-file
               at end move "Y" to prop-cat-eof-switch
           end-read
           if not end-of-prop-catalog
               and prop-cat-count < 20
               move spaces to pc-kind-fld pc-name-fld pc-price-fld
                   pc-rent-fld pc-upkeep-fld
               unstring prop-catalog-record delimited by '|'
                   into pc-kind-fld pc-name-fld pc-price-fld
                       pc-rent-fld pc-upkeep-fld
               end-unstring
               if pc-kind-fld = "PROP"
                   add 1 to prop-cat-count
                   move pc-name-fld to pc-name(prop-cat-count)
                   compute pc-net-rent(prop-cat-count) =
                       function numval(pc-rent-fld)
                       - function numval(pc-upkeep-fld)
               end-if
           end-if.

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
           if not end-of-players
               move spaces to player-name preg-status-fld
               unstring players-record delimited by '|'
                   into player-name preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if preg-status-fld not = "CLOSED"
                   and player-name not = spaces
                   perform 120-forecast-player
               end-if
           end-if.

       120-forecast-player.
           add 1 to players-projected
           perform 130-project-staff
           perform 140-project-interest
           perform 150-project-terms
           perform 160-project-rent
           perform 170-project-loan
           perform 180-project-premiums.

       125-open-player-file.
           move spaces to player-file-path
           string './NGM/logs/' delimited size
               function trim(pf-fld-1) delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into player-file-path
           move "N" to player-eof-switch
           open input player-file.

       126-read-player-file.
           read player-file
               at end move "Y" to player-eof-switch
           end-read
           move spaces to pf-fld-1 pf-fld-2 pf-fld-3 pf-fld-4
               pf-fld-5 pf-fld-6 pf-fld-7
           if not end-of-player-file
               unstring player-file-record delimited by '|'
                   into pf-fld-1 pf-fld-2 pf-fld-3 pf-fld-4
                       pf-fld-5 pf-fld-6 pf-fld-7
               end-unstring
           end-if.

       130-project-staff.
           move "N" to accountant-switch
           move 0 to daily-wages
           move "staff_" to pf-fld-1
           perform 125-open-player-file
           if player-file-status not = "00"
               exit paragraph
           end-if
           perform 135-read-staff-line
               until end-of-player-file
           close player-file
           perform 138-add-wages
               varying day-idx from 1 by 1
               until day-idx > 30.

       135-read-staff-line.
           perform 126-read-player-file
           if end-of-player-file or pf-fld-1 = spaces
               exit paragraph
           end-if
           evaluate pf-fld-1
               when "BODYGUARD" move 50 to wage-rate
               when "ACCOUNTANT" move 40 to wage-rate
               when "BROKER" move 30 to wage-rate
               when other move 30 to wage-rate
           end-evaluate
           if pf-fld-1 = "ACCOUNTANT"
               move "Y" to accountant-switch
           end-if
           add wage-rate to daily-wages.

       138-add-wages.
           add daily-wages to fc-wages(day-idx).

       140-project-interest.
           if not snap-found
               exit paragraph
           end-if
           move "N" to bank-match-switch
           perform 145-match-bank
               varying bank-idx from 1 by 1
               until bank-idx > bank-count or bank-matched
           if not bank-matched
               exit paragraph
           end-if
           subtract 1 from bank-idx
           move bb-bank(bank-idx) to player-bank
           perform 148-add-interest
               varying day-idx from 1 by 1
               until day-idx > 30.

       145-match-bank.
           if bb-user(bank-idx) = player-name
               move "Y" to bank-match-switch
           end-if.

       148-add-interest.
           move interest-rate to player-rate
           if has-accountant
               add 1 to player-rate
           end-if
           compute fc-interest(day-idx) = fc-interest(day-idx)
               + player-bank * player-rate / 100
           if what-if-on
               move what-if-rate to player-rate
               if has-accountant
                   add 1 to player-rate
               end-if
               compute fc-what-if(day-idx) = fc-what-if(day-idx)
                   + player-bank * player-rate / 100
           end-if.

       150-project-terms.
           move "term_" to pf-fld-1
           perform 125-open-player-file
           if player-file-status not = "00"
               exit paragraph
           end-if
           perform 155-read-term-line
               until end-of-player-file
           close player-file.

       155-read-term-line.
           perform 126-read-player-file
           if end-of-player-file or pf-fld-1 = spaces
               exit paragraph
           end-if
           compute td-amount = function numval(pf-fld-1)
           compute td-days = function numval(pf-fld-2)
           compute td-rate = function numval(pf-fld-3)
           compute td-start = function numval(pf-fld-4)
           if td-start = 0
               exit paragraph
           end-if
           compute day-offset = function integer-of-date(td-start)
               + td-days - run-day-number
           if day-offset < 0
               add 1 to overdue-terms
               move 0 to day-offset
           end-if
           if day-offset > 29
               exit paragraph
           end-if
           compute day-idx = day-offset + 1
           add td-amount to fc-term-prin(day-idx)
           compute fc-term-int(day-idx) = fc-term-int(day-idx)
               + td-amount * td-rate / 100
           add 1 to fc-term-count(day-idx).

       160-project-rent.
           move 0 to daily-rent
           move "prop_" to pf-fld-1
           perform 125-open-player-file
           if player-file-status not = "00"
               exit paragraph
           end-if
           perform 165-read-prop-line
               until end-of-player-file
           close player-file
           if daily-rent not = 0
               perform 168-add-rent
                   varying day-idx from 1 by 1
                   until day-idx > 30
           end-if.

       165-read-prop-line.
           perform 126-read-player-file
           if end-of-player-file or pf-fld-1 = spaces
               exit paragraph
           end-if
           if pf-fld-4 not = spaces
               and function numval(pf-fld-4) > 0
               exit paragraph
           end-if
           perform 166-match-property
               varying prop-cat-idx from 1 by 1
               until prop-cat-idx > prop-cat-count.

       166-match-property.
           if function trim(pc-name(prop-cat-idx))
                   = function trim(pf-fld-1)
               add pc-net-rent(prop-cat-idx) to daily-rent
           end-if.

       168-add-rent.
           add daily-rent to fc-rent(day-idx).

       170-project-loan.
           move "loan_" to pf-fld-1
           perform 125-open-player-file
           if player-file-status not = "00"
               exit paragraph
           end-if
           perform 126-read-player-file
           close player-file
           compute loan-principal = function numval(pf-fld-1)
           compute loan-taken-date = function numval(pf-fld-3)
           if loan-principal = 0 or loan-taken-date = 0
               or pf-fld-5 = "WO"
               exit paragraph
           end-if
           compute day-offset =
               function integer-of-date(loan-taken-date)
               + loan-due-days - run-day-number
           if day-offset < 0
               add 1 to past-due-loans
               exit paragraph
           end-if
           if day-offset > 29
               exit paragraph
           end-if
           compute day-idx = day-offset + 1
           add loan-principal to fc-loans(day-idx).

       180-project-premiums.
           move "policy_" to pf-fld-1
           perform 125-open-player-file
           if player-file-status not = "00"
               exit paragraph
           end-if
           perform 126-read-player-file
           close player-file
           compute policy-tier = function numval(pf-fld-1)
           compute policy-premium = function numval(pf-fld-2)
           compute policy-paid-date = function numval(pf-fld-5)
           if policy-tier = 0 or policy-paid-date = 0
               exit paragraph
           end-if
           compute day-offset =
               function integer-of-date(policy-paid-date)
               + 30 - run-day-number
           if day-offset < 0
               move 0 to day-offset
           end-if
           perform 185-add-premium
               until day-offset > 29.

       185-add-premium.
           compute day-idx = day-offset + 1
           add policy-premium to fc-premiums(day-idx)
           add 30 to day-offset.

       300-sum-days.
           compute fc-net(day-idx) = fc-interest(day-idx)
               + fc-term-int(day-idx) + fc-rent(day-idx)
               - fc-wages(day-idx) - fc-loans(day-idx)
               - fc-premiums(day-idx)
           compute total-created = total-created
               + fc-interest(day-idx) + fc-term-int(day-idx)
               + fc-rent(day-idx)
           compute total-drained = total-drained
               + fc-wages(day-idx) + fc-loans(day-idx)
               + fc-premiums(day-idx)
           add fc-net(day-idx) to total-net
           add fc-term-prin(day-idx) fc-term-int(day-idx)
               to maturity-average
           if what-if-on
               compute what-if-change = what-if-change
                   + fc-what-if(day-idx) - fc-interest(day-idx)
           end-if.

       310-mark-bunches.
           compute maturity-average = maturity-average / 30
           compute bunch-line = maturity-average * bunch-pct / 100
           perform 315-mark-one-day
               varying day-idx from 1 by 1
               until day-idx > 30
           compute what-if-net = total-net + what-if-change.

       315-mark-one-day.
           if fc-term-prin(day-idx) + fc-term-int(day-idx)
                   > bunch-line
               and fc-term-count(day-idx) > 1
               move "*" to fc-bunch(day-idx)
               add 1 to bunch-count
           end-if.

       400-write-report.
           move spaces to forecast-report-record
           string '=== HOUSE CASH-FLOW FORECAST - 30 DAYS FROM '
               delimited size
               run-date delimited size
               ' ===' delimited size
               into forecast-report-record
           write forecast-report-record
           move spaces to forecast-report-record
           move interest-rate to disp-rate
           if snap-found
               move bank-count to disp-count
               string 'BANK INTEREST AT ' delimited size
                   function trim(disp-rate) delimited size
                   '%/DAY ON BALANCES FROM STAT SNAPSHOT '
                   delimited size
                   snap-date delimited size
                   ' (' delimited size
                   function trim(disp-count) delimited size
                   ' PLAYERS)' delimited size
                   into forecast-report-record
           else
               string 'NO STAT SNAPSHOT IN THE LAST 7 DAYS - '
                   delimited size
                   'BANK INTEREST NOT PROJECTED' delimited size
                   into forecast-report-record
           end-if
           write forecast-report-record
           move spaces to forecast-report-record
           write forecast-report-record
           move 'DATE' to forecast-report-record
           move 'INTEREST' to forecast-report-record(12:8)
           move 'TERM INT' to forecast-report-record(22:8)
           move 'TERM PRIN' to forecast-report-record(31:9)
           move 'RENT' to forecast-report-record(46:4)
           move 'WAGES' to forecast-report-record(55:5)
           move 'LOAN DUE' to forecast-report-record(62:8)
           move 'PREMIUMS' to forecast-report-record(72:8)
           move 'NET $' to forecast-report-record(85:5)
           write forecast-report-record
           perform 410-write-day-line
               varying day-idx from 1 by 1
               until day-idx > 30
           perform 420-write-totals.

       410-write-day-line.
           move spaces to forecast-report-record
           move fc-date(day-idx) to forecast-report-record(1:8)
           move fc-interest(day-idx) to disp-amount
           move disp-amount to forecast-report-record(11:9)
           move fc-term-int(day-idx) to disp-amount
           move disp-amount to forecast-report-record(21:9)
           move fc-term-prin(day-idx) to disp-amount
           move disp-amount to forecast-report-record(31:9)
           move fc-rent(day-idx) to disp-net
           move disp-net to forecast-report-record(41:9)
           move fc-wages(day-idx) to disp-amount
           move disp-amount to forecast-report-record(51:9)
           move fc-loans(day-idx) to disp-amount
           move disp-amount to forecast-report-record(61:9)
           move fc-premiums(day-idx) to disp-amount
           move disp-amount to forecast-report-record(71:9)
           move fc-net(day-idx) to disp-net
           move disp-net to forecast-report-record(81:9)
           if fc-bunch(day-idx) = "*"
               move 'MATURITIES BUNCHED' to
                   forecast-report-record(92:18)
           end-if
           write forecast-report-record.

       420-write-totals.
           move spaces to forecast-report-record
           write forecast-report-record
           move spaces to forecast-report-record
           move total-created to disp-net
           string 'MONEY CREATED (INTEREST, TERM INTEREST, RENT): $'
               delimited size
               function trim(disp-net) delimited size
               into forecast-report-record
           write forecast-report-record
           move spaces to forecast-report-record
           move total-drained to disp-amount
           string 'MONEY DRAINED (WAGES, LOANS DUE, PREMIUMS):    $'
               delimited size
               function trim(disp-amount) delimited size
               into forecast-report-record
           write forecast-report-record
           move spaces to forecast-report-record
           move total-net to disp-net
           string 'NET 30-DAY MONEY SUPPLY CHANGE:                $'
               delimited size
               function trim(disp-net) delimited size
               into forecast-report-record
           write forecast-report-record
           move spaces to forecast-report-record
           move bunch-count to disp-count
           move bunch-pct to disp-amount
           string 'DAYS WITH BUNCHED MATURITIES: ' delimited size
               function trim(disp-count) delimited size
               ' (OVER ' delimited size
               function trim(disp-amount) delimited size
               '% OF THE DAILY AVERAGE)' delimited size
               into forecast-report-record
           write forecast-report-record
           if overdue-terms > 0 or past-due-loans > 0
               move spaces to forecast-report-record
               move overdue-terms to disp-count
               string 'UNCLAIMED MATURED DEPOSITS (SHOWN ON DAY 1): '
                   delimited size
                   function trim(disp-count) delimited size
                   into forecast-report-record
               write forecast-report-record
               move spaces to forecast-report-record
               move past-due-loans to disp-count
               string 'LOANS ALREADY PAST DUE (NOT PROJECTED): '
                   delimited size
                   function trim(disp-count) delimited size
                   into forecast-report-record
               write forecast-report-record
           end-if
           if what-if-on
               perform 430-write-what-if
           end-if.

       430-write-what-if.
           move spaces to forecast-report-record
           write forecast-report-record
           move spaces to forecast-report-record
           move what-if-rate to disp-rate
           move interest-rate to disp-rate-now
           string 'WHAT-IF INTEREST-RATE ' delimited size
               function trim(disp-rate) delimited size
               ' (NOW ' delimited size
               function trim(disp-rate-now) delimited size
               '):' delimited size
               into forecast-report-record
           write forecast-report-record
           if not snap-found
               move '  NO BANK BALANCES TO PROJECT - RUN STATSNAP'
                   to forecast-report-record
               write forecast-report-record
               exit paragraph
           end-if
           move spaces to forecast-report-record
           move what-if-change to disp-net
           string '  BANK INTEREST CHANGE OVER 30 DAYS: $'
               delimited size
               function trim(disp-net) delimited size
               into forecast-report-record
           write forecast-report-record
           move spaces to forecast-report-record
           move what-if-net to disp-net
           string '  NET 30-DAY MONEY SUPPLY CHANGE BECOMES: $'
               delimited size
               function trim(disp-net) delimited size
               into forecast-report-record
           write forecast-report-record.

       end program cashflow.
