       identification division.
       program-id. cohortrpt.

       environment division.
       input-output section.
           select register-file assign to
               "./NGM/logs/register_log.dat"
                             organization is line sequential
                             file status is register-status.
           select career-file assign to career-path
                             organization is line sequential
                             file status is career-status.
           select tutorial-file assign to tutorial-path
                             organization is line sequential
                             file status is tutorial-status.
           select crew-file assign to
               "./NGM/data/crews.dat"
                             organization is line sequential
                             file status is crew-status.
           select audit-file assign to
               "./NGM/logs/admin_audit.dat"
                             organization is line sequential
                             file status is audit-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select report-file assign to
               "./reports/cohort_retention.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd register-file.
           01 register-record pic x(60).
           fd career-file.
           01 career-record pic x(150).
           fd tutorial-file.
           01 tutorial-record pic x(10).
           fd crew-file.
           01 crew-record pic x(100).
           fd audit-file.
           01 audit-record pic x(150).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd report-file.
           01 report-record pic x(132).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 run-date          pic 9(8).
           05 run-int           pic 9(7).
           05 report-status     pic x(2).
           05 disp-count        pic z(6)9.
           05 disp-pct          pic zz9.9.
           05 disp-diff         pic +++9.9.
           05 pct-work          pic 9(3)v9.
           05 pct-before        pic 9(3)v9.
           05 diff-work         pic s9(3)v9.
           05 rpt-col           pic 9(3).

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 tunable-value       pic s9(8).
           05 cohort-weeks        pic 9(2) value 12.
           05 trend-weeks         pic 9(2) value 4.

       01  day-marks.
           05 day-mark-list.
               10 filler pic 9(2) value 1.
               10 filler pic 9(2) value 7.
               10 filler pic 9(2) value 14.
               10 filler pic 9(2) value 30.
           05 day-mark-table redefines day-mark-list.
               10 day-mark pic 9(2) occurs 4 times.
           05 dm-idx            pic 9(1).

       01  change-marker.
           05 audit-status      pic x(2).
           05 audit-eof-switch  pic x(1) value "N".
               88 end-of-audit value "Y".
           05 au-operator-fld   pic x(10).
           05 au-date-fld       pic x(8).
           05 au-time-fld       pic x(8).
           05 au-key-fld        pic x(20).
           05 au-field-fld      pic x(12).
           05 tune-change-date  pic 9(8) value 0.
           05 tune-change-key   pic x(20) value spaces.
           05 tutor-change-date pic 9(8) value 0.
           05 change-date       pic 9(8) value 0.
           05 change-int        pic 9(7) value 0.
           05 change-source     pic x(30) value spaces.

       01  window-dates.
           05 first-week-int    pic 9(7).
           05 this-week-int     pic 9(7).
           05 trend-from-int    pic 9(7).
           05 week-start-int    pic 9(7).
           05 week-start-date   pic 9(8).
           05 week-number       pic 9(7).

       01  register-scan.
           05 register-status   pic x(2).
           05 register-eof-switch pic x(1) value "N".
               88 end-of-registers value "Y".
           05 reg-user-fld      pic x(20).
           05 reg-date-fld      pic x(8).
           05 reg-referrer-fld  pic x(20).
           05 reg-int           pic 9(7).
           05 reg-cohort        pic 9(2).
           05 in-window-switch  pic x(1).
               88 in-cohort-window value "Y".
           05 in-trend-switch   pic x(1).
               88 in-trend-window value "Y".

       01  player-profile.
           05 tutorial-status   pic x(2).
           05 tutorial-path     pic x(60).
           05 tutorial-line     pic x(10).
           05 tutorial-done-switch pic x(1).
               88 tutorial-done value "Y".
           05 crew-member-switch pic x(1).
               88 player-in-crew value "Y".
           05 came-back-flags.
               10 came-back     pic x(1) occurs 4 times.
           05 day-offset        pic s9(7).

       01  career-scan.
           05 career-status     pic x(2).
           05 career-path       pic x(60).
           05 career-eof-switch pic x(1) value "N".
               88 end-of-career value "Y".
           05 car-kind-fld      pic x(5).
           05 car-user-fld      pic x(20).
           05 car-date-fld      pic x(8).

       01  crew-roll.
           05 crew-status       pic x(2).
           05 crew-eof-switch   pic x(1) value "N".
               88 end-of-crews value "Y".
           05 cw-kind-fld       pic x(10).
           05 cw-name-fld       pic x(20).
           05 cw-member-fld     pic x(20).
           05 cm-count          pic 9(4) value 0.
           05 cm-idx            pic 9(4).
           05 cm-dropped        pic 9(5) value 0.
           05 cm-name           pic x(20) occurs 2000 times.

       01  retention-buckets.
           05 bk-idx            pic 9(2).
           05 bk-entry occurs 60 times.
               10 bk-size          pic 9(6).
               10 bk-eligible      pic 9(6) occurs 4 times.
               10 bk-returned      pic 9(6) occurs 4 times.

       01  bucket-numbers.
           05 seg-tutorial-yes  pic 9(2) value 53.
           05 seg-tutorial-no   pic 9(2) value 54.
           05 seg-crew-yes      pic 9(2) value 55.
           05 seg-crew-no       pic 9(2) value 56.
           05 seg-referred      pic 9(2) value 57.
           05 seg-organic       pic 9(2) value 58.
           05 trend-before      pic 9(2) value 59.
           05 trend-since       pic 9(2) value 60.

       01  run-counts.
           05 register-lines    pic 9(7) value 0.
           05 players-counted   pic 9(6) value 0.
           05 no-career-count   pic 9(6) value 0.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           display "=== COHORT RETENTION REPORT ==="
           compute run-int = function integer-of-date(run-date)
           initialize retention-buckets
           perform 010-load-tunables
           perform 020-read-command-line
           perform 030-find-last-change
           compute week-number = (run-int - 1) / 7
           compute this-week-int = week-number * 7 + 1
           compute first-week-int =
               this-week-int - (cohort-weeks - 1) * 7
           if change-date > 0
               compute trend-from-int =
                   change-int - trend-weeks * 7
           end-if
           open output report-file
           if report-status not = "00"
               display "Could not open cohort retention report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           move spaces to report-record
           string '=== NEW-PLAYER COHORT RETENTION - ' delimited size
               run-date delimited size
               ' ===' delimited size
               into report-record
           write report-record
           perform 040-load-crew-members
           perform 100-scan-registrations
           perform 400-write-grid
           perform 450-write-segments
           perform 500-write-trend
           perform 900-write-footer
           close report-file
           move players-counted to disp-count
           display "Players in cohorts:  " disp-count
           if change-date > 0
               display "Last change:         " change-date
           else
               display "Last change:         none on record"
           end-if
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
               if tunable-value > 0 and tunable-value <= 52
                   and tunable-name = "COHORT-WEEKS"
                   move tunable-value to cohort-weeks
               end-if
               if tunable-value > 0 and tunable-value <= 52
                   and tunable-name = "COHORT-TREND-WEEKS"
                   move tunable-value to trend-weeks
               end-if
           end-if.

       020-read-command-line.
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:7) = "CHANGE="
               and command-line-arg(8:8) is numeric
               move command-line-arg(8:8) to tutor-change-date
           end-if.

       030-find-last-change.
           move "N" to audit-eof-switch
           open input audit-file
           if audit-status = "00"
               perform 035-read-audit-line
                   until end-of-audit
               close audit-file
           end-if
           if tune-change-date > 0
               move tune-change-date to change-date
               move spaces to change-source
               string 'TUNABLES (' delimited size
                   function trim(tune-change-key) delimited size
                   ')' delimited size
                   into change-source
           end-if
           if tutor-change-date > change-date
               and tutor-change-date <= run-date
               move tutor-change-date to change-date
               move 'TUTORIAL RELEASE' to change-source
           end-if
           if change-date > 0
               compute change-int =
                   function integer-of-date(change-date)
           end-if.

       035-read-audit-line.
           read audit-file
               at end move "Y" to audit-eof-switch
           end-read
           if end-of-audit
               exit paragraph
           end-if
           move spaces to au-operator-fld au-date-fld au-time-fld
               au-key-fld au-field-fld
           unstring audit-record delimited by '|'
               into au-operator-fld au-date-fld au-time-fld
                   au-key-fld au-field-fld
           end-unstring
           if au-field-fld = "TUNE-APPLY"
               and au-date-fld is numeric
               and au-date-fld >= tune-change-date
               move au-date-fld to tune-change-date
               move au-key-fld to tune-change-key
           end-if.

       040-load-crew-members.
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 045-read-crew-line
                   until end-of-crews
               close crew-file
           end-if.

       045-read-crew-line.
           read crew-file
               at end move "Y" to crew-eof-switch
           end-read
           if not end-of-crews
               move spaces to cw-kind-fld cw-name-fld cw-member-fld
               unstring crew-record delimited by '|'
                   into cw-kind-fld cw-name-fld cw-member-fld
               end-unstring
               if cw-kind-fld = "MEMBER"
                   if cm-count < 2000
                       add 1 to cm-count
                       move cw-member-fld to cm-name(cm-count)
                   else
                       add 1 to cm-dropped
                   end-if
               end-if
           end-if.

       100-scan-registrations.
           move "N" to register-eof-switch
           open input register-file
           if register-status = "00"
               perform 110-read-register-line
                   until end-of-registers
               close register-file
           else
               display "No register log - no cohorts to report."
           end-if.

       110-read-register-line.
           read register-file
               at end move "Y" to register-eof-switch
           end-read
           if end-of-registers
               exit paragraph
           end-if
           move spaces to reg-user-fld reg-date-fld reg-referrer-fld
           unstring register-record delimited by '|'
               into reg-user-fld reg-date-fld reg-referrer-fld
           end-unstring
           if reg-user-fld = spaces or reg-date-fld is not numeric
               exit paragraph
           end-if
           add 1 to register-lines
           compute reg-int = function integer-of-date(
               function numval(reg-date-fld))
           if reg-int > run-int
               exit paragraph
           end-if
           move "N" to in-window-switch in-trend-switch
           if reg-int >= first-week-int
               move "Y" to in-window-switch
           end-if
           if change-date > 0 and reg-int >= trend-from-int
               move "Y" to in-trend-switch
           end-if
           if not in-cohort-window and not in-trend-window
               exit paragraph
           end-if
           perform 120-check-tutorial
           perform 130-check-crew
           perform 140-scan-career
           if in-cohort-window
               add 1 to players-counted
               compute reg-cohort =
                   (reg-int - first-week-int) / 7 + 1
               move reg-cohort to bk-idx
               perform 200-add-to-bucket
               if tutorial-done
                   move seg-tutorial-yes to bk-idx
               else
                   move seg-tutorial-no to bk-idx
               end-if
               perform 200-add-to-bucket
               if player-in-crew
                   move seg-crew-yes to bk-idx
               else
                   move seg-crew-no to bk-idx
               end-if
               perform 200-add-to-bucket
               if reg-referrer-fld not = spaces
                   move seg-referred to bk-idx
               else
                   move seg-organic to bk-idx
               end-if
               perform 200-add-to-bucket
           end-if
           if in-trend-window
               if reg-int < change-int
                   move trend-before to bk-idx
               else
                   move trend-since to bk-idx
               end-if
               perform 200-add-to-bucket
           end-if.

       120-check-tutorial.
           move "N" to tutorial-done-switch
           move spaces to tutorial-path
           string './NGM/logs/tutorial_' delimited size
               function trim(reg-user-fld) delimited size
               '.dat' delimited size
               into tutorial-path
           open input tutorial-file
           if tutorial-status = "00"
               move spaces to tutorial-line
               read tutorial-file into tutorial-line
                   at end continue
               end-read
               close tutorial-file
               if tutorial-line(1:1) is numeric
                   and tutorial-line(1:1) >= "3"
                   move "Y" to tutorial-done-switch
               end-if
           end-if.

       130-check-crew.
           move "N" to crew-member-switch
           perform 135-match-crew-member
               varying cm-idx from 1 by 1
               until cm-idx > cm-count or player-in-crew.

       135-match-crew-member.
           if cm-name(cm-idx) = reg-user-fld
               move "Y" to crew-member-switch
           end-if.

       140-scan-career.
           move all "N" to came-back-flags
           move spaces to career-path
           string './NGM/logs/career_' delimited size
               function trim(reg-user-fld) delimited size
               '.dat' delimited size
               into career-path
           move "N" to career-eof-switch
           open input career-file
           if career-status = "00"
               perform 145-read-career-line
                   until end-of-career
               close career-file
           else
               add 1 to no-career-count
           end-if.

       145-read-career-line.
           read career-file
               at end move "Y" to career-eof-switch
           end-read
           if end-of-career
               exit paragraph
           end-if
           move spaces to car-kind-fld car-user-fld car-date-fld
           unstring career-record delimited by '|'
               into car-kind-fld car-user-fld car-date-fld
           end-unstring
           if car-kind-fld not = "START"
               or car-date-fld is not numeric
               exit paragraph
           end-if
           compute day-offset = function integer-of-date(
               function numval(car-date-fld)) - reg-int
           perform 146-mark-return-day
               varying dm-idx from 1 by 1
               until dm-idx > 4.

       146-mark-return-day.
           if day-offset = day-mark(dm-idx)
               move "Y" to came-back(dm-idx)
           end-if.

       200-add-to-bucket.
           add 1 to bk-size(bk-idx)
           perform 210-add-return-day
               varying dm-idx from 1 by 1
               until dm-idx > 4.

       210-add-return-day.
           if reg-int + day-mark(dm-idx) >= run-int
               exit paragraph
           end-if
           add 1 to bk-eligible(bk-idx, dm-idx)
           if came-back(dm-idx) = "Y"
               add 1 to bk-returned(bk-idx, dm-idx)
           end-if.

       300-write-column-heads.
           move spaces to report-record
           move 'PLAYERS' to report-record(24:7)
           move 'DAY 1' to report-record(35:5)
           move 'DAY 7' to report-record(44:5)
           move 'DAY 14' to report-record(52:6)
           move 'DAY 30' to report-record(61:6).

       310-fill-bucket-row.
           move bk-size(bk-idx) to disp-count
           move disp-count to report-record(24:7)
           perform 320-fill-pct-cell
               varying dm-idx from 1 by 1
               until dm-idx > 4.

       320-fill-pct-cell.
           compute rpt-col = 33 + (dm-idx - 1) * 9
           if bk-eligible(bk-idx, dm-idx) = 0
               move '-' to report-record(rpt-col + 6:1)
               exit paragraph
           end-if
           compute pct-work rounded =
               bk-returned(bk-idx, dm-idx) * 100
               / bk-eligible(bk-idx, dm-idx)
           move pct-work to disp-pct
           move disp-pct to report-record(rpt-col:5)
           move '%' to report-record(rpt-col + 5:1).

       400-write-grid.
           move spaces to report-record
           write report-record
           move 'COHORT GRID - SHARE OF EACH REGISTRATION WEEK WITH A'
               to report-record
           move ' SESSION ON DAY N' to report-record(53:17)
           write report-record
           perform 300-write-column-heads
           move 'WEEK OF' to report-record(1:7)
           write report-record
           perform 410-write-grid-row
               varying bk-idx from 1 by 1
               until bk-idx > cohort-weeks
           move spaces to report-record
           move '  - = cohort too young for that day.'
               to report-record
           write report-record.

       410-write-grid-row.
           compute week-start-int =
               first-week-int + (bk-idx - 1) * 7
           compute week-start-date =
               function date-of-integer(week-start-int)
           move spaces to report-record
           move week-start-date to report-record(1:8)
           perform 310-fill-bucket-row
           write report-record.

       450-write-segments.
           move spaces to report-record
           write report-record
           move 'RETENTION BY ONBOARDING PATH - ALL COHORTS ABOVE'
               to report-record
           write report-record
           perform 300-write-column-heads
           move 'SEGMENT' to report-record(1:7)
           write report-record
           move spaces to report-record
           move 'TUTORIAL FINISHED' to report-record(1:22)
           move seg-tutorial-yes to bk-idx
           perform 310-fill-bucket-row
           write report-record
           move spaces to report-record
           move 'TUTORIAL NOT FINISHED' to report-record(1:22)
           move seg-tutorial-no to bk-idx
           perform 310-fill-bucket-row
           write report-record
           move spaces to report-record
           move 'IN A CREW' to report-record(1:22)
           move seg-crew-yes to bk-idx
           perform 310-fill-bucket-row
           write report-record
           move spaces to report-record
           move 'NOT IN A CREW' to report-record(1:22)
           move seg-crew-no to bk-idx
           perform 310-fill-bucket-row
           write report-record
           move spaces to report-record
           move 'REFERRED' to report-record(1:22)
           move seg-referred to bk-idx
           perform 310-fill-bucket-row
           write report-record
           move spaces to report-record
           move 'ORGANIC' to report-record(1:22)
           move seg-organic to bk-idx
           perform 310-fill-bucket-row
           write report-record.

       500-write-trend.
           move spaces to report-record
           write report-record
           move 'TREND AGAINST THE LAST TUNABLES OR TUTORIAL CHANGE'
               to report-record
           write report-record
           move spaces to report-record
           if change-date = 0
               move '  No tunables or tutorial change on record -'
                   to report-record
               move ' trend not drawn.' to report-record(45:17)
               write report-record
               exit paragraph
           end-if
           string 'LAST CHANGE: ' delimited size
               change-date delimited size
               '  ' delimited size
               function trim(change-source) delimited size
               into report-record
           write report-record
           perform 300-write-column-heads
           write report-record
           move spaces to report-record
           move trend-weeks to disp-count
           string 'BEFORE (' delimited size
               function trim(disp-count) delimited size
               ' WKS)' delimited size
               into report-record
           move trend-before to bk-idx
           perform 310-fill-bucket-row
           write report-record
           move spaces to report-record
           move 'SINCE THE CHANGE' to report-record(1:22)
           move trend-since to bk-idx
           perform 310-fill-bucket-row
           write report-record
           move spaces to report-record
           move 'CHANGE IN POINTS' to report-record(1:22)
           perform 510-fill-diff-cell
               varying dm-idx from 1 by 1
               until dm-idx > 4
           write report-record.

       510-fill-diff-cell.
           compute rpt-col = 33 + (dm-idx - 1) * 9
           if bk-eligible(trend-before, dm-idx) = 0
               or bk-eligible(trend-since, dm-idx) = 0
               move '-' to report-record(rpt-col + 6:1)
               exit paragraph
           end-if
           compute pct-before rounded =
               bk-returned(trend-before, dm-idx) * 100
               / bk-eligible(trend-before, dm-idx)
           compute pct-work rounded =
               bk-returned(trend-since, dm-idx) * 100
               / bk-eligible(trend-since, dm-idx)
           compute diff-work = pct-work - pct-before
           move diff-work to disp-diff
           move disp-diff to report-record(rpt-col:6)
           move '%' to report-record(rpt-col + 6:1).

       900-write-footer.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move register-lines to disp-count
           string 'REGISTRATIONS ON FILE:   ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move players-counted to disp-count
           string 'PLAYERS IN COHORTS:      ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move no-career-count to disp-count
           string 'NO SESSION HISTORY:      ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           if cm-dropped > 0
               move spaces to report-record
               move cm-dropped to disp-count
               string 'CREW MEMBERS PAST TABLE: ' delimited size
                   disp-count delimited size
                   into report-record
               write report-record
           end-if.

       end program cohortrpt.
