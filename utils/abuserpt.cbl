       identification division.
       program-id. abuserpt.

       environment division.
       input-output section.
           select mail-report-file assign to
               "./NGM/data/mail_reports.dat"
                             organization is line sequential
                             file status is mail-report-status.
           select mute-file assign to
               "./NGM/data/mail_mutes.dat"
                             organization is line sequential
                             file status is mute-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select abuse-report-file assign to
               "./reports/mail_abuse_report.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd mail-report-file.
           01 mail-report-record pic x(200).
           fd mute-file.
           01 mute-record pic x(120).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd abuse-report-file.
           01 abuse-report-record pic x(132).

       working-storage section.
       01  run-control.
           05 run-date       pic 9(8).
           05 run-time       pic 9(8).
           05 report-status  pic x(2).

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 repeat-reports      pic 9(3) value 3.
           05 repeat-actions      pic 9(3) value 2.

       01  report-scan.
           05 mail-report-status  pic x(2).
           05 mail-report-eof-switch pic x(1) value "N".
               88 end-of-mail-reports value "Y".
           05 mr-id-fld           pic x(6).
           05 mr-kind-fld         pic x(4).
           05 mr-reporter-fld     pic x(20).
           05 mr-sender-fld       pic x(20).
           05 mr-date-fld         pic x(8).
           05 mr-status-fld       pic x(10).
           05 reports-read        pic 9(5) value 0.
           05 open-reports        pic 9(5) value 0.

       01  mute-scan.
           05 mute-status         pic x(2).
           05 mute-eof-switch     pic x(1) value "N".
               88 end-of-mutes value "Y".
           05 mu-player-fld       pic x(20).
           05 mu-until-fld        pic x(8).

       01  sender-table.
           05 sender-count        pic 9(4) value 0.
           05 sender-idx          pic 9(4).
           05 senders-dropped     pic 9(5) value 0.
           05 sender-found-switch pic x(1).
               88 sender-found value "Y".
           05 sender-entry occurs 1000 times.
               10 sd-name         pic x(20).
               10 sd-reports      pic 9(4).
               10 sd-reporters    pic 9(4).
               10 sd-warned       pic 9(3).
               10 sd-muted        pic 9(3).
               10 sd-dismissed    pic 9(3).
               10 sd-open         pic 9(3).
               10 sd-last-date    pic x(8).
               10 sd-mute-until   pic 9(8).
               10 sd-score        pic 9(5).

       01  reporter-pairs.
           05 pair-count          pic 9(4) value 0.
           05 pair-idx            pic 9(4).
           05 pair-found-switch   pic x(1).
               88 pair-found value "Y".
           05 pair-entry occurs 3000 times.
               10 pr-sender       pic x(20).
               10 pr-reporter     pic x(20).

       01  ranking.
           05 flagged-count       pic 9(4) value 0.
           05 rank-idx            pic 9(4).
           05 rank-jdx            pic 9(4).
           05 rank-swap           pic 9(4).
           05 rank-entry          pic 9(4) occurs 1000 times.

       01  report-work.
           05 disp-count          pic z(4)9.
           05 disp-small          pic zz9.
           05 disp-actions        pic zz9.
           05 disp-rank           pic zzz9.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== MAIL ABUSE REPEAT OFFENDERS ==="
           perform 010-load-tunables
           open output abuse-report-file
           if report-status not = "00"
               display "Could not open mail abuse report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 100-scan-reports
           perform 200-scan-mutes
           perform 300-pick-offender
               varying sender-idx from 1 by 1
               until sender-idx > sender-count
           perform 400-rank-offenders
           perform 500-write-report
           perform 900-write-footer
           close abuse-report-file
           move flagged-count to disp-count
           display "Repeat offenders: " disp-count
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
                       when "ABUSE-REPEAT-REPORTS"
                           compute repeat-reports =
                               function numval(tunable-value-fld)
                       when "ABUSE-REPEAT-ACTIONS"
                           compute repeat-actions =
                               function numval(tunable-value-fld)
                   end-evaluate
               end-if
           end-if.

       050-find-sender.
           move "N" to sender-found-switch
           perform 055-match-sender
               varying sender-idx from 1 by 1
               until sender-idx > sender-count or sender-found
           if sender-found
               subtract 1 from sender-idx
               exit paragraph
           end-if
           if sender-count >= 1000
               add 1 to senders-dropped
               exit paragraph
           end-if
           add 1 to sender-count
           move sender-count to sender-idx
           move mr-sender-fld to sd-name(sender-idx)
           move 0 to sd-reports(sender-idx) sd-reporters(sender-idx)
               sd-warned(sender-idx) sd-muted(sender-idx)
               sd-dismissed(sender-idx) sd-open(sender-idx)
               sd-mute-until(sender-idx) sd-score(sender-idx)
           move spaces to sd-last-date(sender-idx)
           move "Y" to sender-found-switch.

       055-match-sender.
           if sd-name(sender-idx) = mr-sender-fld
               move "Y" to sender-found-switch
           end-if.

       100-scan-reports.
           move "N" to mail-report-eof-switch
           open input mail-report-file
           if mail-report-status = "00"
               perform 110-read-report-line
                   until end-of-mail-reports
               close mail-report-file
           else
               display "No mail reports on file."
           end-if.

       110-read-report-line.
           read mail-report-file
               at end move "Y" to mail-report-eof-switch
           end-read
           if not end-of-mail-reports
               move spaces to mr-id-fld mr-kind-fld mr-reporter-fld
                   mr-sender-fld mr-date-fld mr-status-fld
               unstring mail-report-record delimited by '|'
                   into mr-id-fld mr-kind-fld mr-reporter-fld
                       mr-sender-fld mr-date-fld mr-status-fld
               end-unstring
               if mr-kind-fld = "MSG"
                   add 1 to reports-read
                   perform 050-find-sender
                   if sender-found
                       perform 120-tally-report
                   end-if
               end-if
           end-if.

       120-tally-report.
           add 1 to sd-reports(sender-idx)
           if mr-date-fld > sd-last-date(sender-idx)
               move mr-date-fld to sd-last-date(sender-idx)
           end-if
           evaluate mr-status-fld
               when "WARNED"
                   add 1 to sd-warned(sender-idx)
               when "MUTED"
                   add 1 to sd-muted(sender-idx)
               when "DISMISSED"
                   add 1 to sd-dismissed(sender-idx)
               when other
                   add 1 to sd-open(sender-idx)
                   add 1 to open-reports
           end-evaluate
           move "N" to pair-found-switch
           perform 125-match-pair
               varying pair-idx from 1 by 1
               until pair-idx > pair-count or pair-found
           if not pair-found
               and pair-count < 3000
               add 1 to pair-count
               move mr-sender-fld to pr-sender(pair-count)
               move mr-reporter-fld to pr-reporter(pair-count)
               add 1 to sd-reporters(sender-idx)
           end-if.

       125-match-pair.
           if pr-sender(pair-idx) = mr-sender-fld
               and pr-reporter(pair-idx) = mr-reporter-fld
               move "Y" to pair-found-switch
           end-if.

       200-scan-mutes.
           move "N" to mute-eof-switch
           open input mute-file
           if mute-status = "00"
               perform 210-read-mute-line
                   until end-of-mutes
               close mute-file
           end-if.

       210-read-mute-line.
           read mute-file
               at end move "Y" to mute-eof-switch
           end-read
           if not end-of-mutes
               move spaces to mu-player-fld mu-until-fld
               unstring mute-record delimited by '|'
                   into mu-player-fld mu-until-fld
               end-unstring
               move mu-player-fld to mr-sender-fld
               move "N" to sender-found-switch
               perform 055-match-sender
                   varying sender-idx from 1 by 1
                   until sender-idx > sender-count or sender-found
               if sender-found
                   subtract 1 from sender-idx
                   if mu-until-fld is numeric
                       and function numval(mu-until-fld) >= run-date
                       and function numval(mu-until-fld)
                           > sd-mute-until(sender-idx)
                       compute sd-mute-until(sender-idx) =
                           function numval(mu-until-fld)
                   end-if
               end-if
           end-if.

       300-pick-offender.
           if sd-reports(sender-idx) >= repeat-reports
               or sd-warned(sender-idx) + sd-muted(sender-idx)
                   >= repeat-actions
               compute sd-score(sender-idx) =
                   sd-reports(sender-idx)
                   + sd-warned(sender-idx) * 2
                   + sd-muted(sender-idx) * 3
               add 1 to flagged-count
               move sender-idx to rank-entry(flagged-count)
           end-if.

       400-rank-offenders.
           perform 410-rank-pass
               varying rank-idx from 1 by 1
               until rank-idx >= flagged-count.

       410-rank-pass.
           perform 420-rank-compare
               varying rank-jdx from 1 by 1
               until rank-jdx > flagged-count - rank-idx.

       420-rank-compare.
           if sd-score(rank-entry(rank-jdx))
                   < sd-score(rank-entry(rank-jdx + 1))
               move rank-entry(rank-jdx) to rank-swap
               move rank-entry(rank-jdx + 1) to rank-entry(rank-jdx)
               move rank-swap to rank-entry(rank-jdx + 1)
           end-if.

       500-write-report.
           move spaces to abuse-report-record
           string '=== MAIL ABUSE REPEAT OFFENDERS - ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               ' ===' delimited size
               into abuse-report-record
           write abuse-report-record
           move spaces to abuse-report-record
           move repeat-reports to disp-small
           move repeat-actions to disp-actions
           string 'LISTED AT ' delimited size
               function trim(disp-small) delimited size
               ' REPORTS OR ' delimited size
               function trim(disp-actions) delimited size
               ' WARNINGS/MUTES. SCORE = REPORTS + WARN x2 + MUTE x3'
                   delimited size
               into abuse-report-record
           write abuse-report-record
           move spaces to abuse-report-record
           move 'RANK SENDER               REPORTS REPORTERS WARNED'
               to abuse-report-record
           move ' MUTED DISMISSED OPEN  LAST RPT  MUTED UNTIL'
               to abuse-report-record(52:44)
           write abuse-report-record
           perform 510-write-offender
               varying rank-idx from 1 by 1
               until rank-idx > flagged-count.

       510-write-offender.
           move rank-entry(rank-idx) to sender-idx
           move spaces to abuse-report-record
           move rank-idx to disp-rank
           move disp-rank to abuse-report-record(1:4)
           move sd-name(sender-idx) to abuse-report-record(6:20)
           move sd-reports(sender-idx) to disp-count
           move disp-count to abuse-report-record(29:5)
           move sd-reporters(sender-idx) to disp-count
           move disp-count to abuse-report-record(39:5)
           move sd-warned(sender-idx) to disp-small
           move disp-small to abuse-report-record(49:3)
           move sd-muted(sender-idx) to disp-small
           move disp-small to abuse-report-record(54:3)
           move sd-dismissed(sender-idx) to disp-small
           move disp-small to abuse-report-record(64:3)
           move sd-open(sender-idx) to disp-small
           move disp-small to abuse-report-record(69:3)
           move sd-last-date(sender-idx) to abuse-report-record(74:8)
           if sd-mute-until(sender-idx) > 0
               move sd-mute-until(sender-idx)
                   to abuse-report-record(84:8)
           end-if
           write abuse-report-record.

       900-write-footer.
           move spaces to abuse-report-record
           write abuse-report-record
           move spaces to abuse-report-record
           move reports-read to disp-count
           string 'REPORTS ON FILE:   ' delimited size
               disp-count delimited size
               into abuse-report-record
           write abuse-report-record
           move spaces to abuse-report-record
           move open-reports to disp-count
           string 'STILL OPEN:        ' delimited size
               disp-count delimited size
               into abuse-report-record
           write abuse-report-record
           move spaces to abuse-report-record
           move sender-count to disp-count
           string 'SENDERS REPORTED:  ' delimited size
               disp-count delimited size
               into abuse-report-record
           write abuse-report-record
           move spaces to abuse-report-record
           move flagged-count to disp-count
           string 'REPEAT OFFENDERS:  ' delimited size
               disp-count delimited size
               into abuse-report-record
           write abuse-report-record
           if senders-dropped > 0
               move spaces to abuse-report-record
               move senders-dropped to disp-count
               string 'REPORTS SKIPPED (TABLE FULL): ' delimited size
                   disp-count delimited size
                   into abuse-report-record
               write abuse-report-record
           end-if.

       end program abuserpt.
