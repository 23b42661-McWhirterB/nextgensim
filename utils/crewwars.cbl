       identification division.
       program-id. crewwars.

       environment division.
       input-output section.
           select war-file assign to
               "./NGM/data/crew_wars.dat"
                             organization is line sequential
                             file status is war-status.
           select war-temp-file assign to
               "./NGM/data/crew_wars.tmp"
                             organization is line sequential
                             file status is war-temp-status.
           select crew-file assign to
               "./NGM/data/crews.dat"
                             organization is line sequential
                             file status is crew-status.
           select crew-temp-file assign to
               "./NGM/data/crews.tmp"
                             organization is line sequential
                             file status is crew-temp-status.
           select hack-log-file assign to
               "./NGM/logs/hack_log.dat"
                             organization is line sequential
                             file status is hack-log-status.
           select crew-ledger-file assign to
               "./NGM/logs/crew_ledger.dat"
                             organization is line sequential
                             file status is crew-ledger-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select report-file assign to
               "./reports/crew_wars.dat"
                             organization is line sequential
                             file status is report-status.
           select mail-log-file assign to mail-log-path
                             organization is line sequential
                             file status is mail-log-status.
           select notify-file assign to
               "./NGM/data/notify_spool.dat"
                             organization is line sequential
                             file status is notify-status.
           select lock-file assign to lock-path
                             organization is line sequential
                             file status is lock-status.

       data division.
       file section.
           fd war-file.
           01 war-record pic x(150).
           fd war-temp-file.
           01 war-temp-record pic x(150).
           fd crew-file.
           01 crew-record pic x(100).
           fd crew-temp-file.
           01 crew-temp-record pic x(100).
           fd hack-log-file.
           01 hack-log-record pic x(100).
           fd crew-ledger-file.
           01 crew-ledger-record pic x(120).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd report-file.
           01 report-record pic x(132).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd lock-file.
           01 lock-record pic x(20).

       working-storage section.
       01  run-control.
           05 run-date          pic 9(8).
           05 run-time          pic 9(8).
           05 report-status     pic x(2).
           05 disp-count        pic z(4)9.
           05 disp-amt          pic z(7)9.
           05 disp-score        pic zzzz9.
           05 disp-score-2      pic zzzz9.
           05 api-command       pic x(500).
           05 poll-interval-ns  pic 9(9) value 250000000.

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 tunable-value       pic s9(8).
           05 war-answer-days     pic 9(3) value 3.

       01  war-sweep.
           05 war-status        pic x(2).
           05 war-temp-status   pic x(2).
           05 war-eof-switch    pic x(1) value "N".
               88 end-of-wars value "Y".
           05 wars-changed-switch pic x(1) value "N".
               88 wars-changed value "Y".
           05 war-line          pic x(150).
           05 wr-kind-fld       pic x(4).
           05 wr-id-fld         pic x(6).
           05 wr-chal-fld       pic x(20).
           05 wr-def-fld        pic x(20).
           05 wr-stake-fld      pic x(8).
           05 wr-declared-fld   pic x(8).
           05 wr-start-fld      pic x(8).
           05 wr-end-fld        pic x(8).
           05 wr-status-fld     pic x(8).
           05 wr-score-c-fld    pic x(6).
           05 wr-score-d-fld    pic x(6).
           05 wr-winner-fld     pic x(20).
           05 war-stake         pic 9(7).
           05 war-start         pic 9(8).
           05 war-end           pic 9(8).
           05 war-answer-by     pic 9(8).
           05 war-score-to      pic 9(8).
           05 score-chal        pic 9(5).
           05 score-def         pic 9(5).

       01  crew-table.
           05 crew-status       pic x(2).
           05 crew-temp-status  pic x(2).
           05 crew-eof-switch   pic x(1) value "N".
               88 end-of-crews value "Y".
           05 crews-changed-switch pic x(1) value "N".
               88 crews-changed value "Y".
           05 crews-booked-switch pic x(1) value "Y".
               88 crews-booked value "Y".
           05 crew-work-line    pic x(100).
           05 cw-kind-fld       pic x(10).
           05 cw-name-fld       pic x(20).
           05 cw-treasury-fld   pic x(20).
           05 cw-wins-fld       pic x(6).
           05 cw-losses-fld     pic x(6).
           05 cw-treasury-num   pic s9(7).
           05 ct-count          pic 9(3) value 0.
           05 ct-idx            pic 9(3).
           05 ct-found-switch   pic x(1).
               88 crew-found value "Y".
           05 ct-scan-name      pic x(20).
           05 ct-entry occurs 300 times.
               10 ct-name          pic x(20).
               10 ct-treasury      pic s9(7).
               10 ct-changed       pic x(1).
               10 ct-wins          pic 9(3).
               10 ct-losses        pic 9(3).
               10 ct-draws         pic 9(3).

       01  member-table.
           05 mt-count          pic 9(4) value 0.
           05 mt-idx            pic 9(4).
           05 mt-dropped        pic 9(5) value 0.
           05 mt-att-side       pic x(1).
           05 mt-tgt-side       pic x(1).
           05 mt-found-side     pic x(1).
           05 mt-scan-name      pic x(20).
           05 mt-entry occurs 2000 times.
               10 mt-crew          pic x(20).
               10 mt-name          pic x(20).

       01  hack-scan.
           05 hack-log-status   pic x(2).
           05 hl-eof-switch     pic x(1) value "N".
               88 end-of-hack-scan value "Y".
           05 hl-attacker       pic x(20).
           05 hl-target         pic x(20).
           05 hl-level          pic x(4).
           05 hl-outcome        pic x(8).
           05 hl-time-fld       pic x(8).
           05 hl-date-fld       pic x(8).

       01  ledger-post.
           05 crew-ledger-status pic x(2).
           05 crew-ledger-line  pic x(120).
           05 ledger-date       pic 9(8).
           05 ledger-time       pic 9(8).
           05 ledger-treasury-disp pic -(7)9.
           05 lq-count          pic 9(3) value 0.
           05 lq-idx            pic 9(3).
           05 lq-entry occurs 200 times.
               10 lq-crew          pic x(20).
               10 lq-kind          pic x(10).
               10 lq-amount        pic 9(7).
               10 lq-treasury      pic s9(7).
               10 lq-ref           pic x(20).

       01  pay-work.
           05 pay-crew          pic x(20).
           05 pay-amount        pic 9(7).
           05 pay-kind          pic x(10).
           05 pay-ref           pic x(20).
           05 mail-crew         pic x(20).

       01  active-table.
           05 at-count          pic 9(3) value 0.
           05 at-idx            pic 9(3).
           05 at-entry occurs 100 times.
               10 at-chal          pic x(20).
               10 at-def           pic x(20).
               10 at-end           pic 9(8).
               10 at-score-c       pic 9(5).
               10 at-score-d       pic 9(5).
               10 at-stake         pic 9(7).

       01  war-counts.
           05 wars-read         pic 9(5) value 0.
           05 settled-count     pic 9(5) value 0.
           05 expired-count     pic 9(5) value 0.
           05 paid-amt          pic 9(9) value 0.
           05 refund-amt        pic 9(9) value 0.
           05 unpaid-count      pic 9(5) value 0.
           05 unpaid-amt        pic 9(9) value 0.
           05 disp-total        pic z(8)9.

       01  file-locking.
           05 lock-status       pic x(2).
           05 lock-path         pic x(60).
           05 lock-name         pic x(12).
           05 lock-line         pic x(20).
           05 lk-date-fld       pic x(8).
           05 lk-time-fld       pic x(8).
           05 lock-tries        pic 9(2).
           05 lock-max-tries    pic 9(2) value 10.
           05 lock-ok-switch    pic x(1) value "N".
               88 lock-acquired value "Y".
           05 lock-now-date     pic 9(8).
           05 lock-now-time     pic 9(8).
           05 lock-now-mins     pic 9(5).
           05 lock-stamp-mins   pic 9(5).
           05 lock-stale-mins   pic 9(3) value 2.

       01  mail-post.
           05 mail-log-status   pic x(2).
           05 mail-log-path     pic x(60).
           05 mail-log-line     pic x(150).
           05 mail-to           pic x(20).
           05 mail-from         pic x(10).
           05 mail-text         pic x(100).
           05 mail-date         pic 9(8).
           05 mail-time         pic 9(8).
           05 mq-count          pic 9(3) value 0.
           05 mq-idx            pic 9(3).
           05 mq-entry occurs 200 times.
               10 mq-crew          pic x(20).
               10 mq-text          pic x(100).

       01 notify-spool.
           05 notify-status      pic x(2).
           05 notify-to          pic x(20).
           05 notify-category    pic x(10) value spaces.
           05 notify-priority    pic x(6).
           05 notify-date        pic x(8).
           05 notify-time        pic x(8).
           05 notify-from        pic x(20).
           05 notify-text        pic x(150).
           05 notify-line        pic x(250).
           05 notify-held-name   pic x(12).
           05 notify-held-path   pic x(60).
           05 notify-held-switch pic x(1).

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== CREW WAR SETTLEMENT ==="
           perform 010-load-tunables
           open output report-file
           if report-status not = "00"
               display "Could not open crew wars report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           move spaces to report-record
           string '=== CREW WARS ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               ' ===' delimited size
               into report-record
           write report-record
           move spaces to report-record
           write report-record
           move 'SETTLED AND EXPIRED THIS RUN' to report-record
           write report-record
           move "crewwars" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               move '  War board busy - nothing settled this run.'
                   to report-record
               write report-record
               close report-file
               display "War board busy - nothing settled."
               stop run
           end-if
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               move "crewwars" to lock-name
               perform 624-release-named-lock
               move '  Crew board busy - nothing settled this run.'
                   to report-record
               write report-record
               close report-file
               display "Crew board busy - nothing settled."
               stop run
           end-if
           perform 050-load-crews
           perform 100-sweep-wars
           if crews-changed
               perform 300-rewrite-crews
               perform 350-write-ledger
                   varying lq-idx from 1 by 1
                   until lq-idx > lq-count
           end-if
           if wars-changed and crews-booked
               perform 190-copy-wars-back
               perform 290-send-crew-mail
                   varying mq-idx from 1 by 1
                   until mq-idx > mq-count
           end-if
           move "crews" to lock-name
           perform 624-release-named-lock
           move "crewwars" to lock-name
           perform 624-release-named-lock
           if settled-count = 0 and expired-count = 0
               move '  None.' to report-record
               write report-record
           end-if
           perform 400-write-active
           perform 450-write-records
           perform 900-write-footer
           close report-file
           move settled-count to disp-count
           display "Wars settled:        " disp-count
           move expired-count to disp-count
           display "Declarations lapsed: " disp-count
           move paid-amt to disp-amt
           display "Paid to winners:    $" disp-amt
           move refund-amt to disp-amt
           display "Stakes refunded:    $" disp-amt
           if unpaid-count > 0
               move unpaid-count to disp-count
               display "Payouts to disbanded crews: " disp-count
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
               if tunable-value > 0
                   and tunable-name = "CREW-WAR-ANSWER-DAYS"
                   move tunable-value to war-answer-days
               end-if
           end-if.

       050-load-crews.
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 055-read-crew-line
                   until end-of-crews
               close crew-file
           end-if.

       055-read-crew-line.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if end-of-crews
               exit paragraph
           end-if
           move spaces to cw-kind-fld cw-name-fld cw-treasury-fld
           unstring crew-work-line delimited by '|'
               into cw-kind-fld cw-name-fld cw-treasury-fld
           end-unstring
           if cw-kind-fld = "CREW" and ct-count < 300
               add 1 to ct-count
               move cw-name-fld to ct-name(ct-count)
               compute ct-treasury(ct-count) =
                   function numval(cw-treasury-fld)
               move "N" to ct-changed(ct-count)
               move 0 to ct-wins(ct-count) ct-losses(ct-count)
                   ct-draws(ct-count)
           end-if
           if cw-kind-fld = "MEMBER"
               if mt-count < 2000
                   add 1 to mt-count
                   move cw-name-fld to mt-crew(mt-count)
                   move cw-treasury-fld to mt-name(mt-count)
               else
                   add 1 to mt-dropped
               end-if
           end-if.

       060-find-crew.
           move "N" to ct-found-switch
           perform 065-match-crew
               varying ct-idx from 1 by 1
               until ct-idx > ct-count or crew-found
           if crew-found
               subtract 1 from ct-idx
           end-if.

       065-match-crew.
           if ct-name(ct-idx) = ct-scan-name
               move "Y" to ct-found-switch
           end-if.

       100-sweep-wars.
           move "N" to war-eof-switch
           open input war-file
           if war-status not = "00"
               exit paragraph
           end-if
           open output war-temp-file
           if war-temp-status not = "00"
               close war-file
               move '  Could not open the war board work file.'
                   to report-record
               write report-record
               exit paragraph
           end-if
           perform 110-judge-war-line
               until end-of-wars
           close war-temp-file
           close war-file.

       105-split-war-line.
           move spaces to wr-kind-fld wr-id-fld wr-chal-fld
               wr-def-fld wr-stake-fld wr-declared-fld wr-start-fld
               wr-end-fld wr-status-fld wr-score-c-fld
               wr-score-d-fld wr-winner-fld
           unstring war-line delimited by '|'
               into wr-kind-fld wr-id-fld wr-chal-fld wr-def-fld
                   wr-stake-fld wr-declared-fld wr-start-fld
                   wr-end-fld wr-status-fld wr-score-c-fld
                   wr-score-d-fld wr-winner-fld
           end-unstring.

       110-judge-war-line.
           read war-file into war-line
               at end move "Y" to war-eof-switch
           end-read
           if end-of-wars
               exit paragraph
           end-if
           perform 105-split-war-line
           if wr-kind-fld not = "WAR"
               write war-temp-record from war-line
               exit paragraph
           end-if
           add 1 to wars-read
           compute war-stake = function numval(wr-stake-fld)
           evaluate wr-status-fld
               when "ACTIVE"
                   perform 120-check-active-war
               when "PENDING"
                   perform 150-check-pending-war
           end-evaluate
           write war-temp-record from war-line.

       115-build-war-line.
           move spaces to war-line
           string 'WAR|' delimited size
               function trim(wr-id-fld) delimited size
               '|' delimited size
               function trim(wr-chal-fld) delimited size
               '|' delimited size
               function trim(wr-def-fld) delimited size
               '|' delimited size
               function trim(wr-stake-fld) delimited size
               '|' delimited size
               function trim(wr-declared-fld) delimited size
               '|' delimited size
               function trim(wr-start-fld) delimited size
               '|' delimited size
               function trim(wr-end-fld) delimited size
               '|' delimited size
               function trim(wr-status-fld) delimited size
               '|' delimited size
               function trim(wr-score-c-fld) delimited size
               '|' delimited size
               function trim(wr-score-d-fld) delimited size
               '|' delimited size
               function trim(wr-winner-fld) delimited size
               into war-line.

       120-check-active-war.
           compute war-start = function numval(wr-start-fld)
           compute war-end = function numval(wr-end-fld)
           move war-end to war-score-to
           if run-date <= war-end
               move run-date to war-score-to
           end-if
           perform 200-score-war
           if war-end >= run-date
               if at-count < 100
                   add 1 to at-count
                   move wr-chal-fld to at-chal(at-count)
                   move wr-def-fld to at-def(at-count)
                   move war-end to at-end(at-count)
                   move score-chal to at-score-c(at-count)
                   move score-def to at-score-d(at-count)
                   move war-stake to at-stake(at-count)
               end-if
               exit paragraph
           end-if
           move score-chal to disp-score
           move score-def to disp-score-2
           move function trim(disp-score) to wr-score-c-fld
           move function trim(disp-score-2) to wr-score-d-fld
           move "SETTLED" to wr-status-fld
           move "Y" to wars-changed-switch
           add 1 to settled-count
           evaluate true
               when score-chal > score-def
                   move wr-chal-fld to wr-winner-fld
               when score-def > score-chal
                   move wr-def-fld to wr-winner-fld
               when other
                   move "DRAW" to wr-winner-fld
           end-evaluate
           perform 115-build-war-line
           move spaces to report-record
           string '  SETTLED ' delimited size
               function trim(wr-chal-fld) delimited size
               ' ' delimited size
               function trim(disp-score) delimited size
               ' - ' delimited size
               function trim(disp-score-2) delimited size
               ' ' delimited size
               function trim(wr-def-fld) delimited size
               '  ended ' delimited size
               war-end delimited size
               '  winner ' delimited size
               function trim(wr-winner-fld) delimited size
               into report-record
           write report-record
           perform 130-pay-out-war
           move spaces to mail-text
           if wr-winner-fld = "DRAW"
               move war-stake to disp-amt
               string 'The war between ' delimited size
                   function trim(wr-chal-fld) delimited size
                   ' and ' delimited size
                   function trim(wr-def-fld) delimited size
                   ' ended in a draw ' delimited size
                   function trim(disp-score) delimited size
                   '-' delimited size
                   function trim(disp-score-2) delimited size
                   '. Stakes of $' delimited size
                   function trim(disp-amt) delimited size
                   ' returned.' delimited size
                   into mail-text
           else
               compute pay-amount = war-stake * 2
               move pay-amount to disp-amt
               string 'War over: ' delimited size
                   function trim(wr-chal-fld) delimited size
                   ' ' delimited size
                   function trim(disp-score) delimited size
                   '-' delimited size
                   function trim(disp-score-2) delimited size
                   ' ' delimited size
                   function trim(wr-def-fld) delimited size
                   '. ' delimited size
                   function trim(wr-winner-fld) delimited size
                   ' takes $' delimited size
                   function trim(disp-amt) delimited size
                   '.' delimited size
                   into mail-text
           end-if
           move wr-chal-fld to mail-crew
           perform 280-mail-crew
           move wr-def-fld to mail-crew
           perform 280-mail-crew.

       130-pay-out-war.
           evaluate true
               when wr-winner-fld = "DRAW"
                   move "WARREF" to pay-kind
                   move wr-chal-fld to pay-crew
                   move wr-def-fld to pay-ref
                   move war-stake to pay-amount
                   perform 250-pay-crew
                   move wr-def-fld to pay-crew
                   move wr-chal-fld to pay-ref
                   perform 250-pay-crew
               when wr-winner-fld = wr-chal-fld
                   move "WARWIN" to pay-kind
                   move wr-chal-fld to pay-crew
                   move wr-def-fld to pay-ref
                   compute pay-amount = war-stake * 2
                   perform 250-pay-crew
               when other
                   move "WARWIN" to pay-kind
                   move wr-def-fld to pay-crew
                   move wr-chal-fld to pay-ref
                   compute pay-amount = war-stake * 2
                   perform 250-pay-crew
           end-evaluate.

       150-check-pending-war.
           if wr-declared-fld is not numeric
               exit paragraph
           end-if
           compute war-answer-by = function date-of-integer(
               function integer-of-date(function numval(
                   wr-declared-fld)) + war-answer-days)
           if war-answer-by >= run-date
               exit paragraph
           end-if
           move "EXPIRED" to wr-status-fld
           move "Y" to wars-changed-switch
           add 1 to expired-count
           perform 115-build-war-line
           move war-stake to disp-amt
           move spaces to report-record
           string '  EXPIRED ' delimited size
               function trim(wr-chal-fld) delimited size
               ' on ' delimited size
               function trim(wr-def-fld) delimited size
               '  declared ' delimited size
               wr-declared-fld delimited size
               '  stake $' delimited size
               function trim(disp-amt) delimited size
               ' refunded' delimited size
               into report-record
           write report-record
           move "WARREF" to pay-kind
           move wr-chal-fld to pay-crew
           move wr-def-fld to pay-ref
           move war-stake to pay-amount
           perform 250-pay-crew
           move war-stake to disp-amt
           move spaces to mail-text
           string 'The war declared by ' delimited size
               function trim(wr-chal-fld) delimited size
               ' on ' delimited size
               function trim(wr-def-fld) delimited size
               ' went unanswered. $' delimited size
               function trim(disp-amt) delimited size
               ' stake refunded.' delimited size
               into mail-text
           move wr-chal-fld to mail-crew
           perform 280-mail-crew
           move wr-def-fld to mail-crew
           perform 280-mail-crew.

       190-copy-wars-back.
           move "N" to war-eof-switch
           open input war-temp-file
           open output war-file
           if war-temp-status = "00" and war-status = "00"
               perform 195-copy-war-line
                   until end-of-wars
           end-if
           close war-temp-file
           close war-file.

       195-copy-war-line.
           read war-temp-file
               at end move "Y" to war-eof-switch
           end-read
           if not end-of-wars
               write war-record from war-temp-record
           end-if.

       200-score-war.
           move 0 to score-chal score-def
           move "N" to hl-eof-switch
           open input hack-log-file
           if hack-log-status = "00"
               perform 210-score-hack-line
                   until end-of-hack-scan
               close hack-log-file
           end-if.

       210-score-hack-line.
           read hack-log-file
               at end move "Y" to hl-eof-switch
           end-read
           if end-of-hack-scan
               exit paragraph
           end-if
           move spaces to hl-attacker hl-target hl-level hl-outcome
               hl-time-fld hl-date-fld
           unstring hack-log-record delimited by '|'
               into hl-attacker hl-target hl-level hl-outcome
                   hl-time-fld hl-date-fld
           end-unstring
           if hl-date-fld is not numeric
               exit paragraph
           end-if
           if function numval(hl-date-fld) < war-start
               or function numval(hl-date-fld) > war-score-to
               exit paragraph
           end-if
           move hl-attacker to mt-scan-name
           perform 220-find-side
           move mt-found-side to mt-att-side
           move hl-target to mt-scan-name
           perform 220-find-side
           move mt-found-side to mt-tgt-side
           if mt-att-side = space or mt-tgt-side = space
               or mt-att-side = mt-tgt-side
               exit paragraph
           end-if
           if hl-outcome = "SUCCESS"
               if mt-att-side = "C"
                   add 1 to score-chal
               else
                   add 1 to score-def
               end-if
           else
               if mt-tgt-side = "C"
                   add 1 to score-chal
               else
                   add 1 to score-def
               end-if
           end-if.

       220-find-side.
           move space to mt-found-side
           perform 225-match-side
               varying mt-idx from 1 by 1
               until mt-idx > mt-count or mt-found-side not = space.

       225-match-side.
           if mt-name(mt-idx) = mt-scan-name
               if mt-crew(mt-idx) = wr-chal-fld
                   move "C" to mt-found-side
               end-if
               if mt-crew(mt-idx) = wr-def-fld
                   move "D" to mt-found-side
               end-if
           end-if.

       250-pay-crew.
           move pay-crew to ct-scan-name
           perform 060-find-crew
           move pay-amount to disp-amt
           if not crew-found
               add 1 to unpaid-count
               add pay-amount to unpaid-amt
               move spaces to report-record
               string '    $' delimited size
                   function trim(disp-amt) delimited size
                   ' owed to ' delimited size
                   function trim(pay-crew) delimited size
                   ' - crew disbanded, not paid' delimited size
                   into report-record
               write report-record
               exit paragraph
           end-if
           add pay-amount to ct-treasury(ct-idx)
           move "Y" to ct-changed(ct-idx)
           move "Y" to crews-changed-switch
           if pay-kind = "WARWIN"
               add pay-amount to paid-amt
           else
               add pay-amount to refund-amt
           end-if
           if lq-count < 200
               add 1 to lq-count
               move pay-crew to lq-crew(lq-count)
               move pay-kind to lq-kind(lq-count)
               move pay-amount to lq-amount(lq-count)
               move ct-treasury(ct-idx) to lq-treasury(lq-count)
               move pay-ref to lq-ref(lq-count)
           end-if.

       280-mail-crew.
           if mq-count < 200
               add 1 to mq-count
               move mail-crew to mq-crew(mq-count)
               move mail-text to mq-text(mq-count)
           end-if.

       285-mail-crew-member.
           if mt-crew(mt-idx) = mail-crew
               move mt-name(mt-idx) to mail-to
               perform 610-post-mail
           end-if.

       290-send-crew-mail.
           move mq-crew(mq-idx) to mail-crew
           move mq-text(mq-idx) to mail-text
           move "CREWWARS" to mail-from
           perform 285-mail-crew-member
               varying mt-idx from 1 by 1
               until mt-idx > mt-count.

       300-rewrite-crews.
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status not = "00"
               move "N" to crews-booked-switch
               move '  Could not open the crew board - '
                   to report-record
               move 'payouts not booked.' to report-record(35:19)
               write report-record
               move 0 to lq-count
               exit paragraph
           end-if
           open output crew-temp-file
           if crew-temp-status not = "00"
               close crew-file
               move "N" to crews-booked-switch
               move '  Could not open the crew work file - '
                   to report-record
               move 'payouts not booked.' to report-record(39:19)
               write report-record
               move 0 to lq-count
               exit paragraph
           end-if
           perform 310-rewrite-crew-line
               until end-of-crews
           close crew-file
           close crew-temp-file
           move "N" to crew-eof-switch
           open input crew-temp-file
           if crew-temp-status not = "00"
               move "N" to crews-booked-switch
               move '  Could not reopen the crew work file - '
                   to report-record
               move 'payouts not booked.' to report-record(41:19)
               write report-record
               move 0 to lq-count
               exit paragraph
           end-if
           open output crew-file
           if crew-status not = "00"
               close crew-temp-file
               move "N" to crews-booked-switch
               move '  Could not rewrite the crew board - '
                   to report-record
               move 'payouts not booked.' to report-record(38:19)
               write report-record
               move 0 to lq-count
               exit paragraph
           end-if
           perform 320-copy-crew-line
               until end-of-crews
           close crew-temp-file
           close crew-file.

       310-rewrite-crew-line.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if end-of-crews
               exit paragraph
           end-if
           move spaces to cw-kind-fld cw-name-fld cw-treasury-fld
               cw-wins-fld cw-losses-fld
           unstring crew-work-line delimited by '|'
               into cw-kind-fld cw-name-fld cw-treasury-fld
                   cw-wins-fld cw-losses-fld
           end-unstring
           if cw-kind-fld = "CREW"
               move cw-name-fld to ct-scan-name
               perform 060-find-crew
               if crew-found and ct-changed(ct-idx) = "Y"
                   move ct-treasury(ct-idx) to cw-treasury-num
                   move spaces to crew-work-line
                   string 'CREW' delimited size
                       '|' delimited size
                       function trim(cw-name-fld) delimited size
                       '|' delimited size
                       cw-treasury-num delimited size
                       '|' delimited size
                       function trim(cw-wins-fld) delimited size
                       '|' delimited size
                       function trim(cw-losses-fld) delimited size
                       into crew-work-line
               end-if
           end-if
           write crew-temp-record from crew-work-line.

       320-copy-crew-line.
           read crew-temp-file
               at end move "Y" to crew-eof-switch
           end-read
           if not end-of-crews
               write crew-record from crew-temp-record
           end-if.

       350-write-ledger.
           accept ledger-date from date yyyymmdd
           accept ledger-time from time
           move lq-treasury(lq-idx) to ledger-treasury-disp
           move lq-amount(lq-idx) to pay-amount
           move spaces to crew-ledger-line
           string function trim(lq-crew(lq-idx)) delimited size
               '|' delimited size
               ledger-date delimited size
               '|' delimited size
               ledger-time delimited size
               '|' delimited size
               function trim(lq-kind(lq-idx)) delimited size
               '|' delimited size
               'CREWWARS' delimited size
               '|' delimited size
               pay-amount delimited size
               '|' delimited size
               function trim(ledger-treasury-disp) delimited size
               '|' delimited size
               function trim(lq-ref(lq-idx)) delimited size
               '|' delimited size
               into crew-ledger-line
           open extend crew-ledger-file
           if crew-ledger-status not = "00"
               open output crew-ledger-file
           end-if
           if crew-ledger-status = "00"
               write crew-ledger-record from crew-ledger-line
           end-if
           close crew-ledger-file.

       400-write-active.
           move spaces to report-record
           write report-record
           move 'WARS IN PROGRESS - LIVE SCORE' to report-record
           write report-record
           move spaces to report-record
           move 'CHALLENGER' to report-record(1:10)
           move 'SCORE' to report-record(23:5)
           move 'DEFENDER' to report-record(36:8)
           move 'ENDS' to report-record(58:4)
           move 'STAKE EACH' to report-record(68:10)
           write report-record
           if at-count = 0
               move '  No wars in progress.' to report-record
               write report-record
           end-if
           perform 410-write-active-line
               varying at-idx from 1 by 1
               until at-idx > at-count.

       410-write-active-line.
           move spaces to report-record
           move at-chal(at-idx) to report-record(1:20)
           move at-score-c(at-idx) to disp-score
           move disp-score to report-record(22:5)
           move '-' to report-record(28:1)
           move at-score-d(at-idx) to disp-score
           move disp-score to report-record(30:5)
           move at-def(at-idx) to report-record(36:20)
           move at-end(at-idx) to report-record(58:8)
           move at-stake(at-idx) to disp-amt
           move disp-amt to report-record(70:8)
           write report-record.

       450-write-records.
           move "N" to war-eof-switch
           open input war-file
           if war-status = "00"
               perform 460-tally-record
                   until end-of-wars
               close war-file
           end-if
           move spaces to report-record
           write report-record
           move 'WAR RECORDS - CREWS STILL STANDING' to report-record
           write report-record
           move spaces to report-record
           move 'CREW' to report-record(1:4)
           move 'WON  LOST  DRAWN' to report-record(22:16)
           write report-record
           perform 470-write-record-line
               varying ct-idx from 1 by 1
               until ct-idx > ct-count.

       460-tally-record.
           read war-file into war-line
               at end move "Y" to war-eof-switch
           end-read
           if end-of-wars
               exit paragraph
           end-if
           perform 105-split-war-line
           if wr-kind-fld not = "WAR" or wr-status-fld not = "SETTLED"
               exit paragraph
           end-if
           move wr-chal-fld to ct-scan-name
           perform 465-tally-side
           move wr-def-fld to ct-scan-name
           perform 465-tally-side.

       465-tally-side.
           perform 060-find-crew
           if not crew-found
               exit paragraph
           end-if
           evaluate true
               when wr-winner-fld = "DRAW"
                   add 1 to ct-draws(ct-idx)
               when wr-winner-fld = ct-scan-name
                   add 1 to ct-wins(ct-idx)
               when other
                   add 1 to ct-losses(ct-idx)
           end-evaluate.

       470-write-record-line.
           if ct-wins(ct-idx) + ct-losses(ct-idx) + ct-draws(ct-idx)
                   = 0
               exit paragraph
           end-if
           move spaces to report-record
           move ct-name(ct-idx) to report-record(1:20)
           move ct-wins(ct-idx) to disp-count
           move disp-count to report-record(20:5)
           move ct-losses(ct-idx) to disp-count
           move disp-count to report-record(26:5)
           move ct-draws(ct-idx) to disp-count
           move disp-count to report-record(33:5)
           write report-record.

       900-write-footer.
           move spaces to report-record
           write report-record
           move spaces to report-record
           move wars-read to disp-count
           string 'WARS ON THE BOARD:    ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move settled-count to disp-count
           string 'SETTLED THIS RUN:     ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move expired-count to disp-count
           string 'LAPSED THIS RUN:      ' delimited size
               disp-count delimited size
               into report-record
           write report-record
           move spaces to report-record
           move paid-amt to disp-total
           string 'PAID TO WINNERS:     $' delimited size
               disp-total delimited size
               into report-record
           write report-record
           move spaces to report-record
           move refund-amt to disp-total
           string 'STAKES REFUNDED:     $' delimited size
               disp-total delimited size
               into report-record
           write report-record
           if unpaid-count > 0
               move spaces to report-record
               move unpaid-amt to disp-total
               string 'OWED TO DISBANDED:   $' delimited size
                   disp-total delimited size
                   into report-record
               write report-record
           end-if
           if mt-dropped > 0
               move spaces to report-record
               move mt-dropped to disp-count
               string 'MEMBERS PAST TABLE:   ' delimited size
                   disp-count delimited size
                   into report-record
               write report-record
           end-if.

       610-post-mail.
           move spaces to mail-log-path
           string './NGM/logs/mail_' delimited size
               function trim(mail-to) delimited size
               '.dat' delimited size
               into mail-log-path
           accept mail-date from date yyyymmdd
           accept mail-time from time
           move spaces to mail-log-line
           string mail-date delimited size
               '|' delimited size
               mail-time delimited size
               '|' delimited size
               function trim(mail-from) delimited size
               '|' delimited size
               function trim(mail-text) delimited size
               into mail-log-line
           open extend mail-log-file
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move mail-to to notify-to
           move mail-from to notify-category
           perform 615-spool-notice.

       615-spool-notice.
           move spaces to notify-date notify-time
           move spaces to notify-from notify-text
           unstring mail-log-line delimited by '|'
               into notify-date notify-time notify-from notify-text
           evaluate notify-category
               when "SECURITY"
               when "LOANS"
               when "TRANSFER"
                   move "HIGH" to notify-priority
               when "ACHIEVE"
               when "NEWS"
                   move "LOW" to notify-priority
               when other
                   move "NORMAL" to notify-priority
           end-evaluate
           move spaces to notify-line
           string notify-date delimited size
               '|' delimited size
               notify-time delimited size
               '|' delimited size
               function trim(notify-to) delimited size
               '|' delimited size
               function trim(notify-category) delimited size
               '|' delimited size
               function trim(notify-priority) delimited size
               '|' delimited size
               function trim(notify-text) delimited size
               into notify-line
           move lock-name to notify-held-name
           move lock-path to notify-held-path
           move lock-ok-switch to notify-held-switch
           move "notify" to lock-name
           perform 619-acquire-lock
           open extend notify-file
           if notify-status not = "00"
               open output notify-file
           end-if
           if notify-status = "00"
               write notify-record from notify-line
               close notify-file
           end-if
           if lock-acquired
               perform 622-release-lock
           end-if
           move notify-held-name to lock-name
           move notify-held-path to lock-path
           move notify-held-switch to lock-ok-switch
           move spaces to notify-category.

       624-release-named-lock.
           move spaces to lock-path
           string './NGM/logs/lock_' delimited size
               function trim(lock-name) delimited size
               '.dat' delimited size
               into lock-path
           perform 622-release-lock.

       619-acquire-lock.
           move "N" to lock-ok-switch
           move 0 to lock-tries
           move spaces to lock-path
           string './NGM/logs/lock_' delimited size
               function trim(lock-name) delimited size
               '.dat' delimited size
               into lock-path
           perform 621-try-lock
               until lock-acquired
                   or lock-tries >= lock-max-tries.

       621-try-lock.
           add 1 to lock-tries
           move spaces to lock-line
           open input lock-file
           if lock-status not = "00"
               perform 623-write-lock-stamp
           else
               read lock-file into lock-line
                   at end continue
               end-read
               close lock-file
               move spaces to lk-date-fld lk-time-fld
               unstring lock-line delimited by '|'
                   into lk-date-fld lk-time-fld
               end-unstring
               accept lock-now-date from date yyyymmdd
               accept lock-now-time from time
               compute lock-now-mins =
                   function numval(lock-now-time(1:2)) * 60
                   + function numval(lock-now-time(3:2))
               compute lock-stamp-mins =
                   function numval(lk-time-fld(1:2)) * 60
                   + function numval(lk-time-fld(3:2))
               if function numval(lk-date-fld)
                       not = lock-now-date
                   or lock-now-mins - lock-stamp-mins
                       > lock-stale-mins
                   perform 623-write-lock-stamp
               else
                   call "CBL_GC_NANOSLEEP" using poll-interval-ns
               end-if
           end-if.

       622-release-lock.
           move spaces to api-command
           string 'del ' delimited size
               function trim(lock-path) delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command.

       623-write-lock-stamp.
           accept lock-now-date from date yyyymmdd
           accept lock-now-time from time
           open output lock-file
           if lock-status = "00"
               move spaces to lock-line
               string lock-now-date delimited size
                   '|' delimited size
                   lock-now-time delimited size
                   into lock-line
               write lock-record from lock-line
               close lock-file
               move "Y" to lock-ok-switch
           end-if.

       end program crewwars.
