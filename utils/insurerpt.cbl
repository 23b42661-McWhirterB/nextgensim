       identification division.
       program-id. insurerpt.

       environment division.
       input-output section.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select ledger-file assign to
               "./NGM/logs/insurance_ledger.dat"
                             organization is line sequential
                             file status is ledger-status.
           select hack-log-file assign to
               "./NGM/logs/hack_log.dat"
                             organization is line sequential
                             file status is hack-log-status.
           select txn-file assign to txn-path
                             organization is line sequential
                             file status is txn-status.
           select insurance-report-file assign to
               "./reports/insurance_report.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd tunables-file.
           01 tunables-record pic x(40).
           fd ledger-file.
           01 ledger-record pic x(80).
           fd hack-log-file.
           01 hack-log-record pic x(100).
           fd txn-file.
           01 txn-record pic x(100).
           fd insurance-report-file.
           01 insurance-report-record pic x(132).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 stmt-month        pic x(6).
           05 stmt-month-num redefines stmt-month pic 9(6).
           05 stmt-year         pic 9(4).
           05 stmt-mm           pic 9(2).
           05 month-last-day    pic 9(8).
           05 today-date        pic 9(8).
           05 report-status     pic x(2).

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 tunable-value       pic s9(8).
           05 fraud-days          pic 9(3) value 7.
           05 hack-days           pic 9(3) value 7.

       01  tier-pricing.
           05 tier-defaults.
               10 filler pic x(8) value 'BASIC'.
               10 filler pic 9(5) value 50.
               10 filler pic 9(3) value 25.
               10 filler pic 9(5) value 500.
               10 filler pic x(8) value 'STANDARD'.
               10 filler pic 9(5) value 150.
               10 filler pic 9(3) value 50.
               10 filler pic 9(5) value 1500.
               10 filler pic x(8) value 'PREMIER'.
               10 filler pic 9(5) value 400.
               10 filler pic 9(3) value 75.
               10 filler pic 9(5) value 5000.
           05 tier-table redefines tier-defaults.
               10 tier-entry occurs 3 times.
                   15 tier-name     pic x(8).
                   15 tier-premium  pic 9(5).
                   15 tier-pct      pic 9(3).
                   15 tier-cap      pic 9(5).

       01  tier-totals.
           05 tier-idx          pic 9(1).
           05 tier-tally occurs 4 times.
               10 tt-binds      pic 9(5).
               10 tt-premiums   pic 9(9).
               10 tt-claims     pic 9(5).
               10 tt-paid       pic 9(9).
               10 tt-lapses     pic 9(5).
               10 tt-cancels    pic 9(5).

       01  ledger-scan.
           05 ledger-status     pic x(2).
           05 ledger-eof-switch pic x(1) value "N".
               88 end-of-ledger value "Y".
           05 ledger-line       pic x(80).
           05 lg-date-fld       pic x(8).
           05 lg-time-fld       pic x(8).
           05 lg-user           pic x(20).
           05 lg-event          pic x(8).
           05 lg-tier-fld       pic x(2).
           05 lg-amount-fld     pic x(10).
           05 lg-date           pic 9(8).
           05 lg-tier           pic 9(1).
           05 lg-amount         pic 9(7).
           05 ledger-lines      pic 9(7) value 0.

       01  bind-table.
           05 bind-count        pic 9(4) value 0.
           05 bind-idx          pic 9(4).
           05 bind-dropped      pic 9(4) value 0.
           05 bind-found-switch pic x(1).
               88 bind-found value "Y".
           05 bind-entry occurs 2000 times.
               10 bd-user       pic x(20).
               10 bd-date       pic 9(8).

       01  claim-table.
           05 claim-count       pic 9(3) value 0.
           05 claim-idx         pic 9(3).
           05 claims-dropped    pic 9(5) value 0.
           05 claim-entry occurs 500 times.
               10 cl-user       pic x(20).
               10 cl-date       pic 9(8).
               10 cl-tier       pic 9(1).
               10 cl-amount     pic 9(7).
               10 cl-bind-date  pic 9(8).
               10 cl-window-start pic 9(8).
               10 cl-attacker-count pic 9(1).
               10 cl-attacker   pic x(20) occurs 5 times.
           05 attacker-idx      pic 9(1).

       01  hack-scan.
           05 hack-log-status   pic x(2).
           05 hack-eof-switch   pic x(1) value "N".
               88 end-of-hacks value "Y".
           05 hack-log-line     pic x(100).
           05 hk-attacker       pic x(20).
           05 hk-target         pic x(20).
           05 hk-level-fld      pic x(4).
           05 hk-outcome        pic x(10).
           05 hk-time-fld       pic x(8).
           05 hk-date-fld       pic x(8).
           05 hk-date           pic 9(8).
           05 known-switch      pic x(1).
               88 attacker-known value "Y".

       01  txn-scan.
           05 txn-status        pic x(2).
           05 txn-path          pic x(60).
           05 txn-eof-switch    pic x(1) value "N".
               88 end-of-txns value "Y".
           05 txn-line          pic x(100).
           05 tx-time-fld       pic x(8).
           05 tx-kind           pic x(10).
           05 tx-amount-fld     pic x(10).
           05 tx-bal-fld        pic x(10).
           05 tx-date-fld       pic x(8).
           05 tx-other          pic x(20).
           05 partner-name      pic x(20).
           05 partner-kind      pic x(10).
           05 partner-switch    pic x(1).
               88 partner-found value "Y".

       01  report-work.
           05 flagged-count     pic 9(4) value 0.
           05 days-after-bind   pic s9(5).
           05 loss-ratio        pic 9(5).
           05 avg-claim         pic 9(7).
           05 disp-count        pic z(4)9.
           05 disp-amount       pic z(8)9.
           05 disp-ratio        pic z(4)9.
           05 disp-avg          pic z(6)9.
           05 disp-days         pic z(4)9.
           05 disp-cover        pic zz9.

       procedure division.
       000-main.
           display "=== INSURANCE LOSS RATIO REPORT ==="
           perform 010-pick-month
           perform 020-load-tunables
           open output insurance-report-file
           if report-status not = "00"
               display "Could not open insurance report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           move spaces to insurance-report-record
           string '=== INSURANCE LOSS RATIO - ' delimited size
               stmt-month delimited size
               ' ===' delimited size
               into insurance-report-record
           write insurance-report-record
           perform 030-clear-tally
               varying tier-idx from 1 by 1
               until tier-idx > 4
           perform 100-scan-ledger
           perform 200-scan-hacks
           perform 400-write-tier-summary
           perform 500-write-suspicious
           perform 600-write-pricing
           perform 900-write-footer
           close insurance-report-file
           move flagged-count to disp-count
           display "Suspicious claims: " disp-count
           stop run.

       010-pick-month.
           accept today-date from date yyyymmdd
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:6) = "MONTH="
               and command-line-arg(7:6) is numeric
               move command-line-arg(7:6) to stmt-month
           else
               move today-date(1:4) to stmt-year
               move today-date(5:2) to stmt-mm
               if stmt-mm = 1
                   subtract 1 from stmt-year
                   move 12 to stmt-mm
               else
                   subtract 1 from stmt-mm
               end-if
               compute stmt-month-num = stmt-year * 100 + stmt-mm
           end-if
           compute month-last-day = stmt-month-num * 100 + 31.

       020-load-tunables.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 025-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if.

       025-read-tunable-line.
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
                       when "INS-FRAUD-DAYS"
                           move tunable-value to fraud-days
                       when "INS-HACK-DAYS"
                           move tunable-value to hack-days
                       when "INS-PREMIUM-1"
                           move tunable-value to tier-premium(1)
                       when "INS-PREMIUM-2"
                           move tunable-value to tier-premium(2)
                       when "INS-PREMIUM-3"
                           move tunable-value to tier-premium(3)
                       when "INS-COVER-1"
                           move tunable-value to tier-pct(1)
                       when "INS-COVER-2"
                           move tunable-value to tier-pct(2)
                       when "INS-COVER-3"
                           move tunable-value to tier-pct(3)
                       when "INS-CAP-1"
                           move tunable-value to tier-cap(1)
                       when "INS-CAP-2"
                           move tunable-value to tier-cap(2)
                       when "INS-CAP-3"
                           move tunable-value to tier-cap(3)
                   end-evaluate
               end-if
           end-if.

       030-clear-tally.
           move 0 to tt-binds(tier-idx) tt-premiums(tier-idx)
               tt-claims(tier-idx) tt-paid(tier-idx)
               tt-lapses(tier-idx) tt-cancels(tier-idx).

       100-scan-ledger.
           move "N" to ledger-eof-switch
           open input ledger-file
           if ledger-status = "00"
               perform 110-read-ledger-line
                   until end-of-ledger
               close ledger-file
           else
               display "No insurance ledger yet - nothing to report."
           end-if.

       110-read-ledger-line.
           read ledger-file into ledger-line
               at end move "Y" to ledger-eof-switch
           end-read
           if end-of-ledger
               exit paragraph
           end-if
           move spaces to lg-date-fld lg-time-fld lg-user lg-event
               lg-tier-fld lg-amount-fld
           unstring ledger-line delimited by '|'
               into lg-date-fld lg-time-fld lg-user lg-event
                   lg-tier-fld lg-amount-fld
           end-unstring
           if lg-date-fld is not numeric
               exit paragraph
           end-if
           move lg-date-fld to lg-date
           if lg-date > month-last-day
               exit paragraph
           end-if
           compute lg-tier = function numval(lg-tier-fld)
           compute lg-amount = function numval(lg-amount-fld)
           if lg-event = "BIND"
               perform 120-note-bind
           end-if
           if lg-date-fld(1:6) not = stmt-month
               exit paragraph
           end-if
           add 1 to ledger-lines
           if lg-tier < 1 or lg-tier > 3
               exit paragraph
           end-if
           evaluate lg-event
               when "BIND"
                   add 1 to tt-binds(lg-tier) tt-binds(4)
                   add lg-amount to tt-premiums(lg-tier)
                       tt-premiums(4)
               when "PREMIUM"
                   add lg-amount to tt-premiums(lg-tier)
                       tt-premiums(4)
               when "CLAIM"
                   add 1 to tt-claims(lg-tier) tt-claims(4)
                   add lg-amount to tt-paid(lg-tier) tt-paid(4)
                   perform 130-keep-claim
               when "LAPSE"
                   add 1 to tt-lapses(lg-tier) tt-lapses(4)
               when "CANCEL"
                   add 1 to tt-cancels(lg-tier) tt-cancels(4)
           end-evaluate.

       120-note-bind.
           perform 125-find-bind
           if bind-found
               move lg-date to bd-date(bind-idx)
               exit paragraph
           end-if
           if bind-count >= 2000
               add 1 to bind-dropped
               exit paragraph
           end-if
           add 1 to bind-count
           move lg-user to bd-user(bind-count)
           move lg-date to bd-date(bind-count).

       125-find-bind.
           move "N" to bind-found-switch
           perform 126-match-bind
               varying bind-idx from 1 by 1
               until bind-idx > bind-count or bind-found
           if bind-found
               subtract 1 from bind-idx
           end-if.

       126-match-bind.
           if bd-user(bind-idx) = lg-user
               move "Y" to bind-found-switch
           end-if.

       130-keep-claim.
           if claim-count >= 500
               add 1 to claims-dropped
               exit paragraph
           end-if
           add 1 to claim-count
           move lg-user to cl-user(claim-count)
           move lg-date to cl-date(claim-count)
           move lg-tier to cl-tier(claim-count)
           move lg-amount to cl-amount(claim-count)
           move 0 to cl-bind-date(claim-count)
           move 0 to cl-attacker-count(claim-count)
           compute cl-window-start(claim-count) =
               function date-of-integer
                   (function integer-of-date(lg-date) - hack-days)
           perform 125-find-bind
           if bind-found
               move bd-date(bind-idx) to cl-bind-date(claim-count)
           end-if.

       200-scan-hacks.
           if claim-count = 0
               exit paragraph
           end-if
           move "N" to hack-eof-switch
           open input hack-log-file
           if hack-log-status = "00"
               perform 210-read-hack-line
                   until end-of-hacks
               close hack-log-file
           end-if.

       210-read-hack-line.
           read hack-log-file into hack-log-line
               at end move "Y" to hack-eof-switch
           end-read
           if end-of-hacks
               exit paragraph
           end-if
           move spaces to hk-attacker hk-target hk-level-fld
               hk-outcome hk-time-fld hk-date-fld
           unstring hack-log-line delimited by '|'
               into hk-attacker hk-target hk-level-fld
                   hk-outcome hk-time-fld hk-date-fld
           end-unstring
           if hk-outcome not = "SUCCESS"
               or hk-date-fld is not numeric
               exit paragraph
           end-if
           move hk-date-fld to hk-date
           perform 220-match-claim
               varying claim-idx from 1 by 1
               until claim-idx > claim-count.

       220-match-claim.
           if cl-user(claim-idx) = hk-target
               and hk-date >= cl-window-start(claim-idx)
               and hk-date <= cl-date(claim-idx)
               move "N" to known-switch
               perform 225-check-known-attacker
                   varying attacker-idx from 1 by 1
                   until attacker-idx > cl-attacker-count(claim-idx)
               if not attacker-known
                   and cl-attacker-count(claim-idx) < 5
                   add 1 to cl-attacker-count(claim-idx)
                   move hk-attacker to cl-attacker(claim-idx,
                       cl-attacker-count(claim-idx))
               end-if
           end-if.

       225-check-known-attacker.
           if cl-attacker(claim-idx, attacker-idx) = hk-attacker
               move "Y" to known-switch
           end-if.

       300-check-partners.
           if cl-attacker-count(claim-idx) = 0
               exit paragraph
           end-if
           move spaces to partner-name partner-kind
           move "N" to partner-switch
           move spaces to txn-path
           string './NGM/logs/txn_' delimited size
               function trim(cl-user(claim-idx)) delimited size
               '.dat' delimited size
               into txn-path
           move "N" to txn-eof-switch
           open input txn-file
           if txn-status = "00"
               perform 310-read-txn-line
                   until end-of-txns or partner-found
               close txn-file
           end-if.

       310-read-txn-line.
           read txn-file into txn-line
               at end move "Y" to txn-eof-switch
           end-read
           if end-of-txns
               exit paragraph
           end-if
           move spaces to tx-time-fld tx-kind tx-amount-fld
               tx-bal-fld tx-date-fld tx-other
           unstring txn-line delimited by '|'
               into tx-time-fld tx-kind tx-amount-fld tx-bal-fld
                   tx-date-fld tx-other
           end-unstring
           if tx-other = spaces
               exit paragraph
           end-if
           perform 320-match-partner
               varying attacker-idx from 1 by 1
               until attacker-idx > cl-attacker-count(claim-idx)
                   or partner-found.

       320-match-partner.
           if cl-attacker(claim-idx, attacker-idx) = tx-other
               move "Y" to partner-switch
               move tx-other to partner-name
               move tx-kind to partner-kind
           end-if.

       400-write-tier-summary.
           move spaces to insurance-report-record
           write insurance-report-record
           move 'TIER       BINDS    PREMIUMS $ CLAIMS     CLAIMS $'
               to insurance-report-record
           move 'LOSS %  AVG CLAIM $  LAPSED  CANCELLED'
               to insurance-report-record(53:40)
           write insurance-report-record
           perform 410-write-tier-line
               varying tier-idx from 1 by 1
               until tier-idx > 4.

       410-write-tier-line.
           move spaces to insurance-report-record
           if tier-idx < 4
               move tier-name(tier-idx) to insurance-report-record
           else
               move 'TOTAL' to insurance-report-record
           end-if
           move tt-binds(tier-idx) to disp-count
           move disp-count to insurance-report-record(11:5)
           move tt-premiums(tier-idx) to disp-amount
           move disp-amount to insurance-report-record(18:9)
           move tt-claims(tier-idx) to disp-count
           move disp-count to insurance-report-record(29:5)
           move tt-paid(tier-idx) to disp-amount
           move disp-amount to insurance-report-record(36:9)
           if tt-premiums(tier-idx) > 0
               compute loss-ratio rounded =
                   tt-paid(tier-idx) * 100 / tt-premiums(tier-idx)
               move loss-ratio to disp-ratio
               move disp-ratio to insurance-report-record(53:5)
           else
               move '  N/A' to insurance-report-record(53:5)
           end-if
           if tt-claims(tier-idx) > 0
               compute avg-claim rounded =
                   tt-paid(tier-idx) / tt-claims(tier-idx)
           else
               move 0 to avg-claim
           end-if
           move avg-claim to disp-avg
           move disp-avg to insurance-report-record(62:7)
           move tt-lapses(tier-idx) to disp-count
           move disp-count to insurance-report-record(73:5)
           move tt-cancels(tier-idx) to disp-count
           move disp-count to insurance-report-record(83:5)
           write insurance-report-record.

       500-write-suspicious.
           move spaces to insurance-report-record
           write insurance-report-record
           move 'SUSPICIOUS CLAIMS:' to insurance-report-record
           write insurance-report-record
           perform 510-check-claim
               varying claim-idx from 1 by 1
               until claim-idx > claim-count
           if flagged-count = 0
               move '  NONE' to insurance-report-record
               write insurance-report-record
           end-if.

       510-check-claim.
           if cl-bind-date(claim-idx) not = 0
               compute days-after-bind =
                   function integer-of-date(cl-date(claim-idx))
                   - function integer-of-date(cl-bind-date(claim-idx))
               if days-after-bind <= fraud-days
                   perform 520-start-flag-line
                   move days-after-bind to disp-days
                   string 'CLAIM ' delimited size
                       function trim(disp-days) delimited size
                       ' DAY(S) AFTER BUYING THE POLICY'
                           delimited size
                       into insurance-report-record(55:60)
                   write insurance-report-record
               end-if
           end-if
           if cl-attacker-count(claim-idx) > 0
               perform 530-flag-partner
           end-if.

       520-start-flag-line.
           add 1 to flagged-count
           move spaces to insurance-report-record
           move cl-user(claim-idx) to insurance-report-record(3:20)
           move cl-date(claim-idx) to insurance-report-record(24:8)
           move cl-amount(claim-idx) to disp-amount
           move '$' to insurance-report-record(33:1)
           move disp-amount to insurance-report-record(34:9)
           move tier-name(cl-tier(claim-idx))
               to insurance-report-record(45:8).

       530-flag-partner.
           perform 300-check-partners
           if partner-found
               perform 520-start-flag-line
               string 'HACKED BY ' delimited size
                   function trim(partner-name) delimited size
                   ' - A ' delimited size
                   function trim(partner-kind) delimited size
                   ' PARTNER' delimited size
                   into insurance-report-record(55:60)
               write insurance-report-record
           end-if.

       600-write-pricing.
           move spaces to insurance-report-record
           write insurance-report-record
           move 'CURRENT TIER PRICING:' to insurance-report-record
           write insurance-report-record
           perform 610-write-price-line
               varying tier-idx from 1 by 1
               until tier-idx > 3.

       610-write-price-line.
           move spaces to insurance-report-record
           move tier-name(tier-idx) to insurance-report-record(3:8)
           move tier-premium(tier-idx) to disp-amount
           move tier-pct(tier-idx) to disp-cover
           move tier-cap(tier-idx) to disp-avg
           string 'PREMIUM $' delimited size
               function trim(disp-amount) delimited size
               '  COVER ' delimited size
               function trim(disp-cover) delimited size
               '%  CAP $' delimited size
               function trim(disp-avg) delimited size
               into insurance-report-record(13:60)
           write insurance-report-record.

       900-write-footer.
           move spaces to insurance-report-record
           write insurance-report-record
           move spaces to insurance-report-record
           move ledger-lines to disp-amount
           string 'LEDGER LINES IN MONTH: ' delimited size
               function trim(disp-amount) delimited size
               into insurance-report-record
           write insurance-report-record
           if claims-dropped > 0
               move spaces to insurance-report-record
               move claims-dropped to disp-count
               string 'CLAIMS NOT CHECKED (TABLE FULL): '
                   delimited size
                   function trim(disp-count) delimited size
                   into insurance-report-record
               write insurance-report-record
           end-if.

       end program insurerpt.
