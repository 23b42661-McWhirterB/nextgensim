       identification division.
       program-id. voucherrpt.

       environment division.
       input-output section.
           select voucher-file assign to
               "./NGM/data/vouchers.dat"
                             organization is line sequential
                             file status is voucher-status.
           select redemption-file assign to
               "./NGM/data/voucher_redemptions.dat"
                             organization is line sequential
                             file status is redemption-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select loginlog-file assign to loginlog-path
                             organization is line sequential
                             file status is loginlog-status.
           select voucher-report-file assign to
               "./reports/voucher_report.dat"
                             organization is line sequential
                             file status is report-status.
           select voucher-flag-file assign to
               "./reports/voucher_flags.dat"
                             organization is line sequential
                             file status is flag-status.

       data division.
       file section.
           fd voucher-file.
           01 voucher-record pic x(120).
           fd redemption-file.
           01 redemption-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd loginlog-file.
           01 loginlog-record pic x(40).
           fd voucher-report-file.
           01 voucher-report-record pic x(132).
           fd voucher-flag-file.
           01 voucher-flag-record pic x(132).

       working-storage section.
       01  run-control.
           05 run-date       pic 9(8).
           05 run-time       pic 9(8).
           05 report-status  pic x(2).
           05 flag-status    pic x(2).

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 ring-size           pic 9(3) value 3.
           05 ring-mins           pic 9(3) value 10.
           05 shield-price        pic 9(5) value 250.
           05 pass-price          pic 9(5) value 150.

       01  voucher-scan.
           05 voucher-status      pic x(2).
           05 voucher-eof-switch  pic x(1) value "N".
               88 end-of-vouchers value "Y".
           05 vc-code-fld         pic x(10).
           05 vc-campaign-fld     pic x(12).
           05 vc-type-fld         pic x(7).
           05 vc-value-fld        pic x(8).
           05 vc-max-fld          pic x(6).
           05 vc-per-fld          pic x(4).
           05 vc-expiry-fld       pic x(8).
           05 vc-created-fld      pic x(8).
           05 vc-by-fld           pic x(20).
           05 vc-state-fld        pic x(6).
           05 codes-dropped       pic 9(5) value 0.

       01  code-table.
           05 code-count          pic 9(4) value 0.
           05 code-idx            pic 9(4).
           05 code-found-switch   pic x(1).
               88 code-found value "Y".
           05 code-entry occurs 2000 times.
               10 cd-code         pic x(10).
               10 cd-campaign     pic x(12).
               10 cd-type         pic x(7).
               10 cd-value        pic 9(7).
               10 cd-max          pic 9(5).
               10 cd-expiry       pic 9(8).
               10 cd-state        pic x(6).
               10 cd-used         pic 9(5).
               10 cd-camp-idx     pic 9(3).

       01  campaign-table.
           05 camp-count          pic 9(3) value 0.
           05 camp-idx            pic 9(3).
           05 camp-found-switch   pic x(1).
               88 camp-found value "Y".
           05 camp-entry occurs 200 times.
               10 cp-name         pic x(12).
               10 cp-type         pic x(7).
               10 cp-codes        pic 9(5).
               10 cp-issued       pic 9(7).
               10 cp-redeemed     pic 9(7).
               10 cp-open         pic 9(7).
               10 cp-lapsed       pic 9(7).
               10 cp-issued-val   pic 9(11).
               10 cp-redeemed-val pic 9(11).
               10 cp-liability    pic 9(11).

       01  redemption-scan.
           05 redemption-status   pic x(2).
           05 redemption-eof-switch pic x(1) value "N".
               88 end-of-redemptions value "Y".
           05 rd-code-fld         pic x(10).
           05 rd-user-fld         pic x(20).
           05 rd-date-fld         pic x(8).
           05 rd-time-fld         pic x(8).
           05 redeem-count        pic 9(5) value 0.
           05 redeem-idx          pic 9(5).
           05 redeems-dropped     pic 9(5) value 0.
           05 orphan-redeems      pic 9(5) value 0.
           05 redeem-entry occurs 5000 times.
               10 re-code-idx     pic 9(4).
               10 re-user         pic x(20).
               10 re-date         pic x(8).

       01  login-scan.
           05 loginlog-status     pic x(2).
           05 loginlog-path       pic x(60).
           05 loginlog-eof-switch pic x(1) value "N".
               88 end-of-loginlog value "Y".
           05 lg-date-fld         pic x(8).
           05 lg-time-fld         pic x(8).
           05 lg-result-fld       pic x(4).
           05 redeemer-count      pic 9(3).
           05 redeemer-idx        pic 9(3).
           05 redeemer-jdx        pic 9(3).
           05 redeemer-entry occurs 200 times.
               10 rr-user         pic x(20).
               10 rr-date         pic x(8).
           05 login-count         pic 9(4).
           05 login-idx           pic 9(4).
           05 login-jdx           pic 9(4).
           05 login-entry occurs 2000 times.
               10 ln-redeemer     pic 9(3).
               10 ln-date         pic x(8).
               10 ln-mins         pic 9(4).
           05 seen-flags.
               10 seen-redeemer   pic x(1) occurs 200 times.
           05 cluster-size        pic 9(3).
           05 best-cluster        pic 9(3).
           05 best-login          pic 9(4).
           05 dup-switch          pic x(1).
               88 redeemer-known value "Y".

       01  flag-work.
           05 flagged-count       pic 9(4) value 0.
           05 flag-players        pic x(100).
           05 flag-pointer        pic 9(3).

       01  report-work.
           05 disp-count          pic z(4)9.
           05 disp-units          pic z(6)9.
           05 disp-amount         pic z(10)9.
           05 disp-mins           pic zz9.
           05 disp-cluster        pic zz9.
           05 login-hour          pic 9(2).
           05 login-minute        pic 9(2).
           05 skipped-lines       pic 9(5).
           05 unit-value          pic 9(7).
           05 total-issued-val    pic 9(11) value 0.
           05 total-redeemed-val  pic 9(11) value 0.
           05 total-liability     pic 9(11) value 0.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== VOUCHER LIABILITY REPORT ==="
           perform 010-load-tunables
           open output voucher-report-file
           if report-status not = "00"
               display "Could not open voucher report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           open output voucher-flag-file
           if flag-status not = "00"
               display "Could not open voucher flag file - "
                   "make sure ./reports/ exists."
               close voucher-report-file
               move 8 to return-code
               stop run
           end-if
           perform 100-load-vouchers
           perform 200-load-redemptions
           perform 300-tally-code
               varying code-idx from 1 by 1
               until code-idx > code-count
           perform 400-write-campaigns
           perform 500-scan-code-rings
               varying code-idx from 1 by 1
               until code-idx > code-count
           perform 900-write-footer
           close voucher-report-file
           close voucher-flag-file
           move camp-count to disp-count
           display "Campaigns:     " disp-count
           move flagged-count to disp-count
           display "Codes flagged: " disp-count
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
                       when "VOUCHER-RING-SIZE"
                           compute ring-size =
                               function numval(tunable-value-fld)
                       when "VOUCHER-RING-MINS"
                           compute ring-mins =
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

       100-load-vouchers.
           move "N" to voucher-eof-switch
           open input voucher-file
           if voucher-status = "00"
               perform 110-read-voucher-line
                   until end-of-vouchers
               close voucher-file
           else
               display "No voucher file on file - nothing issued."
           end-if.

       110-read-voucher-line.
           read voucher-file
               at end move "Y" to voucher-eof-switch
           end-read
           if not end-of-vouchers
               move spaces to vc-code-fld vc-campaign-fld vc-type-fld
                   vc-value-fld vc-max-fld vc-per-fld vc-expiry-fld
                   vc-created-fld vc-by-fld vc-state-fld
               unstring voucher-record delimited by '|'
                   into vc-code-fld vc-campaign-fld vc-type-fld
                       vc-value-fld vc-max-fld vc-per-fld
                       vc-expiry-fld vc-created-fld vc-by-fld
                       vc-state-fld
               end-unstring
               if vc-code-fld not = spaces
                   if code-count >= 2000
                       add 1 to codes-dropped
                   else
                       add 1 to code-count
                       move vc-code-fld to cd-code(code-count)
                       move vc-campaign-fld to cd-campaign(code-count)
                       move vc-type-fld to cd-type(code-count)
                       compute cd-value(code-count) =
                           function numval(vc-value-fld)
                       compute cd-max(code-count) =
                           function numval(vc-max-fld)
                       compute cd-expiry(code-count) =
                           function numval(vc-expiry-fld)
                       move vc-state-fld to cd-state(code-count)
                       move 0 to cd-used(code-count)
                       perform 120-find-campaign
                       move camp-idx to cd-camp-idx(code-count)
                   end-if
               end-if
           end-if.

       120-find-campaign.
           move "N" to camp-found-switch
           perform 125-match-campaign
               varying camp-idx from 1 by 1
               until camp-idx > camp-count or camp-found
           if camp-found
               subtract 1 from camp-idx
           else
               if camp-count >= 200
                   move 200 to camp-idx
               else
                   add 1 to camp-count
                   move camp-count to camp-idx
                   move vc-campaign-fld to cp-name(camp-idx)
                   move vc-type-fld to cp-type(camp-idx)
                   move 0 to cp-codes(camp-idx) cp-issued(camp-idx)
                       cp-redeemed(camp-idx) cp-open(camp-idx)
                       cp-lapsed(camp-idx) cp-issued-val(camp-idx)
                       cp-redeemed-val(camp-idx)
                       cp-liability(camp-idx)
               end-if
           end-if.

       125-match-campaign.
           if cp-name(camp-idx) = vc-campaign-fld
               and cp-type(camp-idx) = vc-type-fld
               move "Y" to camp-found-switch
           end-if.

       200-load-redemptions.
           move "N" to redemption-eof-switch
           open input redemption-file
           if redemption-status = "00"
               perform 210-read-redemption-line
                   until end-of-redemptions
               close redemption-file
           end-if.

       210-read-redemption-line.
           read redemption-file
               at end move "Y" to redemption-eof-switch
           end-read
           if not end-of-redemptions
               move spaces to rd-code-fld rd-user-fld rd-date-fld
                   rd-time-fld
               unstring redemption-record delimited by '|'
                   into rd-code-fld rd-user-fld rd-date-fld
                       rd-time-fld
               end-unstring
               move "N" to code-found-switch
               perform 220-match-code
                   varying code-idx from 1 by 1
                   until code-idx > code-count or code-found
               if not code-found
                   add 1 to orphan-redeems
               else
                   subtract 1 from code-idx
                   add 1 to cd-used(code-idx)
                   if redeem-count >= 5000
                       add 1 to redeems-dropped
                   else
                       add 1 to redeem-count
                       move code-idx to re-code-idx(redeem-count)
                       move rd-user-fld to re-user(redeem-count)
                       move rd-date-fld to re-date(redeem-count)
                   end-if
               end-if
           end-if.

       220-match-code.
           if cd-code(code-idx) = rd-code-fld
               move "Y" to code-found-switch
           end-if.

       300-tally-code.
           move cd-camp-idx(code-idx) to camp-idx
           evaluate cd-type(code-idx)
               when "CASH"
                   move 1 to unit-value
               when "SHIELD"
                   move shield-price to unit-value
               when "PASS"
                   move pass-price to unit-value
               when other
                   move 0 to unit-value
           end-evaluate
           add 1 to cp-codes(camp-idx)
           compute cp-issued(camp-idx) = cp-issued(camp-idx)
               + cd-max(code-idx) * cd-value(code-idx)
           compute cp-redeemed(camp-idx) = cp-redeemed(camp-idx)
               + cd-used(code-idx) * cd-value(code-idx)
           compute cp-issued-val(camp-idx) = cp-issued-val(camp-idx)
               + cd-max(code-idx) * cd-value(code-idx) * unit-value
           compute cp-redeemed-val(camp-idx) =
               cp-redeemed-val(camp-idx)
               + cd-used(code-idx) * cd-value(code-idx) * unit-value
           if cd-used(code-idx) < cd-max(code-idx)
               if cd-state(code-idx) = "ACTIVE"
                   and cd-expiry(code-idx) >= run-date
                   compute cp-open(camp-idx) = cp-open(camp-idx)
                       + (cd-max(code-idx) - cd-used(code-idx))
                       * cd-value(code-idx)
                   compute cp-liability(camp-idx) =
                       cp-liability(camp-idx)
                       + (cd-max(code-idx) - cd-used(code-idx))
                       * cd-value(code-idx) * unit-value
               else
                   compute cp-lapsed(camp-idx) = cp-lapsed(camp-idx)
                       + (cd-max(code-idx) - cd-used(code-idx))
                       * cd-value(code-idx)
               end-if
           end-if.

       400-write-campaigns.
           move spaces to voucher-report-record
           string '=== VOUCHER LIABILITY - ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               ' ===' delimited size
               into voucher-report-record
           write voucher-report-record
           move spaces to voucher-report-record
           move 'UNITS ARE DOLLARS FOR CASH, ITEMS OTHERWISE.'
               to voucher-report-record
           move ' SHIELDS AND PASSES ARE VALUED AT STORE PRICE.'
               to voucher-report-record(45:46)
           write voucher-report-record
           move spaces to voucher-report-record
           move 'CAMPAIGN     TYPE    CODES  ISSUED REDEEMED'
               to voucher-report-record
           move '    OPEN  LAPSED   ISSUED $  REDEEMED $'
               to voucher-report-record(44:39)
           move '  OUTSTANDING $' to voucher-report-record(83:15)
           write voucher-report-record
           perform 410-write-campaign-line
               varying camp-idx from 1 by 1
               until camp-idx > camp-count.

       410-write-campaign-line.
           move spaces to voucher-report-record
           move cp-name(camp-idx) to voucher-report-record(1:12)
           move cp-type(camp-idx) to voucher-report-record(14:7)
           move cp-codes(camp-idx) to disp-count
           move disp-count to voucher-report-record(22:5)
           move cp-issued(camp-idx) to disp-units
           move disp-units to voucher-report-record(28:7)
           move cp-redeemed(camp-idx) to disp-units
           move disp-units to voucher-report-record(36:7)
           move cp-open(camp-idx) to disp-units
           move disp-units to voucher-report-record(44:7)
           move cp-lapsed(camp-idx) to disp-units
           move disp-units to voucher-report-record(52:7)
           move cp-issued-val(camp-idx) to disp-amount
           move disp-amount to voucher-report-record(60:11)
           move cp-redeemed-val(camp-idx) to disp-amount
           move disp-amount to voucher-report-record(72:11)
           move cp-liability(camp-idx) to disp-amount
           move disp-amount to voucher-report-record(86:11)
           write voucher-report-record
           add cp-issued-val(camp-idx) to total-issued-val
           add cp-redeemed-val(camp-idx) to total-redeemed-val
           add cp-liability(camp-idx) to total-liability.

       500-scan-code-rings.
           move 0 to redeemer-count
           perform 510-collect-redeemer
               varying redeem-idx from 1 by 1
               until redeem-idx > redeem-count
           if redeemer-count < ring-size
               exit paragraph
           end-if
           move 0 to login-count
           perform 520-load-redeemer-logins
               varying redeemer-idx from 1 by 1
               until redeemer-idx > redeemer-count
           move 0 to best-cluster best-login
           perform 540-measure-cluster
               varying login-idx from 1 by 1
               until login-idx > login-count
           if best-cluster >= ring-size
               perform 560-write-flag
           end-if.

       510-collect-redeemer.
           if re-code-idx(redeem-idx) = code-idx
               move "N" to dup-switch
               perform 515-check-redeemer
                   varying redeemer-jdx from 1 by 1
                   until redeemer-jdx > redeemer-count
                       or redeemer-known
               if not redeemer-known
                   and redeemer-count < 200
                   add 1 to redeemer-count
                   move re-user(redeem-idx)
                       to rr-user(redeemer-count)
                   move re-date(redeem-idx)
                       to rr-date(redeemer-count)
               end-if
           end-if.

       515-check-redeemer.
           if rr-user(redeemer-jdx) = re-user(redeem-idx)
               move "Y" to dup-switch
           end-if.

       520-load-redeemer-logins.
           move spaces to loginlog-path
           string './NGM/logs/loginlog_' delimited size
               function trim(rr-user(redeemer-idx)) delimited size
               '.dat' delimited size
               into loginlog-path
           move "N" to loginlog-eof-switch
           open input loginlog-file
           if loginlog-status = "00"
               perform 530-read-login-line
                   until end-of-loginlog
               close loginlog-file
           end-if.

       530-read-login-line.
           read loginlog-file
               at end move "Y" to loginlog-eof-switch
           end-read
           if not end-of-loginlog
               move spaces to lg-date-fld lg-time-fld lg-result-fld
               unstring loginlog-record delimited by '|'
                   into lg-date-fld lg-time-fld lg-result-fld
               end-unstring
               if lg-result-fld = "OK"
                   and lg-date-fld = rr-date(redeemer-idx)
                   and lg-time-fld(1:4) is numeric
                   and login-count < 2000
                   add 1 to login-count
                   move redeemer-idx to ln-redeemer(login-count)
                   move lg-date-fld to ln-date(login-count)
                   compute ln-mins(login-count) =
                       function numval(lg-time-fld(1:2)) * 60
                       + function numval(lg-time-fld(3:2))
               end-if
           end-if.

       540-measure-cluster.
           move spaces to seen-flags
           move 0 to cluster-size
           perform 545-count-nearby-login
               varying login-jdx from 1 by 1
               until login-jdx > login-count
           if cluster-size > best-cluster
               move cluster-size to best-cluster
               move login-idx to best-login
           end-if.

       545-count-nearby-login.
           if ln-date(login-jdx) = ln-date(login-idx)
               and ln-mins(login-jdx) >= ln-mins(login-idx)
               and ln-mins(login-jdx)
                   <= ln-mins(login-idx) + ring-mins
               and seen-redeemer(ln-redeemer(login-jdx)) not = "Y"
               move "Y" to seen-redeemer(ln-redeemer(login-jdx))
               add 1 to cluster-size
           end-if.

       560-write-flag.
           add 1 to flagged-count
           move best-login to login-idx
           move spaces to seen-flags
           move 0 to cluster-size
           perform 545-count-nearby-login
               varying login-jdx from 1 by 1
               until login-jdx > login-count
           move spaces to flag-players
           move 1 to flag-pointer
           perform 565-list-flagged-player
               varying redeemer-idx from 1 by 1
               until redeemer-idx > redeemer-count
           compute login-hour = ln-mins(login-idx) / 60
           compute login-minute = function mod(ln-mins(login-idx), 60)
           move best-cluster to disp-cluster
           move spaces to voucher-flag-record
           move redeemer-count to disp-count
           move ring-mins to disp-mins
           string function trim(cd-code(code-idx)) delimited size
               ' (' delimited size
               function trim(cd-campaign(code-idx)) delimited size
               ') REDEEMERS ' delimited size
               function trim(disp-count) delimited size
               ' - ' delimited size
               function trim(disp-cluster) delimited size
               ' LOGGED IN WITHIN ' delimited size
               function trim(disp-mins) delimited size
               ' MINS OF ' delimited size
               ln-date(login-idx) delimited size
               ' ' delimited size
               login-hour delimited size
               ':' delimited size
               login-minute delimited size
               into voucher-flag-record
           write voucher-flag-record
           move spaces to voucher-flag-record
           string '    ' delimited size
               flag-players delimited size
               into voucher-flag-record
           write voucher-flag-record.

       565-list-flagged-player.
           if seen-redeemer(redeemer-idx) = "Y"
               and flag-pointer < 80
               string function trim(rr-user(redeemer-idx))
                       delimited size
                   ' ' delimited size
                   into flag-players
                   with pointer flag-pointer
               end-string
           end-if.

       900-write-footer.
           move spaces to voucher-report-record
           write voucher-report-record
           move spaces to voucher-report-record
           move total-issued-val to disp-amount
           string 'TOTAL ISSUED $:      ' delimited size
               disp-amount delimited size
               into voucher-report-record
           write voucher-report-record
           move spaces to voucher-report-record
           move total-redeemed-val to disp-amount
           string 'TOTAL REDEEMED $:    ' delimited size
               disp-amount delimited size
               into voucher-report-record
           write voucher-report-record
           move spaces to voucher-report-record
           move total-liability to disp-amount
           string 'OUTSTANDING $:       ' delimited size
               disp-amount delimited size
               into voucher-report-record
           write voucher-report-record
           move spaces to voucher-report-record
           move code-count to disp-count
           string 'CODES ON FILE:       ' delimited size
               disp-count delimited size
               into voucher-report-record
           write voucher-report-record
           move spaces to voucher-report-record
           move redeem-count to disp-count
           string 'REDEMPTIONS:         ' delimited size
               disp-count delimited size
               into voucher-report-record
           write voucher-report-record
           move spaces to voucher-report-record
           move flagged-count to disp-count
           string 'CODES FLAGGED:       ' delimited size
               disp-count delimited size
               into voucher-report-record
           write voucher-report-record
           if orphan-redeems > 0
               move spaces to voucher-report-record
               move orphan-redeems to disp-count
               string 'REDEMPTIONS FOR UNKNOWN CODES: ' delimited size
                   disp-count delimited size
                   into voucher-report-record
               write voucher-report-record
           end-if
           if codes-dropped > 0 or redeems-dropped > 0
               move spaces to voucher-report-record
               compute skipped-lines = codes-dropped + redeems-dropped
               move skipped-lines to disp-count
               string 'LINES SKIPPED (TABLE FULL): ' delimited size
                   disp-count delimited size
                   into voucher-report-record
               write voucher-report-record
           end-if.

       end program voucherrpt.
