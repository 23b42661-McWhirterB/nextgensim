       identification division.
       program-id. casinolimits.

       environment division.
       input-output section.
           select casino-limits-file assign to
               "./NGM/logs/casino_limits.dat"
                             organization is line sequential
                             file status is limits-status.
           select limits-report-file assign to
               "./reports/casino_limits.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd casino-limits-file.
           01 casino-limits-record pic x(80).
           fd limits-report-file.
           01 limits-report-record pic x(132).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 window-days       pic 9(3) value 7.
           05 run-date          pic 9(8).
           05 window-start      pic 9(8).
           05 report-status     pic x(2).
           05 disp-count        pic z(4)9.

       01  limits-scan.
           05 limits-status     pic x(2).
           05 limits-eof-switch pic x(1) value "N".
               88 end-of-limits value "Y".
           05 limits-line       pic x(80).
           05 lm-date-fld       pic x(8).
           05 lm-time-fld       pic x(8).
           05 lm-user           pic x(20).
           05 lm-event          pic x(10).
           05 lm-value-fld      pic x(8).
           05 lm-date           pic 9(8).
           05 lm-value          pic 9(8).
           05 in-window-switch  pic x(1).
               88 in-window value "Y".

       01  player-table.
           05 player-count      pic 9(3) value 0.
           05 players-dropped   pic 9(5) value 0.
           05 player-idx        pic 9(3).
           05 player-found-switch pic x(1).
               88 player-found value "Y".
           05 player-entry occurs 500 times.
               10 pt-user       pic x(20).
               10 pt-loss-hits  pic 9(5).
               10 pt-bet-hits   pic 9(5).
               10 pt-cool-blocks pic 9(5).
               10 pt-cool-set   pic 9(3).
               10 pt-cool-until pic 9(8).
               10 pt-lowered    pic 9(3).
               10 pt-raised     pic 9(3).

       01  report-totals.
           05 total-loss-hits   pic 9(7) value 0.
           05 total-bet-hits    pic 9(7) value 0.
           05 total-cool-blocks pic 9(7) value 0.
           05 total-cool-set    pic 9(5) value 0.
           05 total-raised      pic 9(5) value 0.
           05 players-listed    pic 9(5) value 0.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           display "=== CASINO LIMITS REPORT ==="
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:5) = "DAYS="
               and function numval(command-line-arg(6:3)) > 0
               compute window-days =
                   function numval(command-line-arg(6:3))
           end-if
           compute window-start = function date-of-integer(
               function integer-of-date(run-date) - window-days + 1)
           perform 100-scan-limits-log
           open output limits-report-file
           if report-status not = "00"
               display "Could not open casino limits report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 400-write-report
           close limits-report-file
           move players-listed to disp-count
           display "Players listed: " disp-count
           stop run.

       100-scan-limits-log.
           move "N" to limits-eof-switch
           open input casino-limits-file
           if limits-status = "00"
               perform 110-read-limits-line
                   until end-of-limits
               close casino-limits-file
           end-if.

       110-read-limits-line.
           read casino-limits-file into limits-line
               at end move "Y" to limits-eof-switch
           end-read
           if end-of-limits
               exit paragraph
           end-if
           move spaces to lm-date-fld lm-time-fld lm-user lm-event
               lm-value-fld
           unstring limits-line delimited by '|'
               into lm-date-fld lm-time-fld lm-user lm-event
                   lm-value-fld
           end-unstring
           if lm-date-fld is not numeric or lm-user = spaces
               exit paragraph
           end-if
           move lm-date-fld to lm-date
           compute lm-value = function numval(lm-value-fld)
           move "N" to in-window-switch
           if lm-date >= window-start and lm-date <= run-date
               move "Y" to in-window-switch
           end-if
           if not in-window
               and not (lm-event = "COOLOFF" and lm-value > run-date)
               exit paragraph
           end-if
           perform 120-find-player
           if not player-found
               exit paragraph
           end-if
           perform 130-count-event.

       120-find-player.
           move "N" to player-found-switch
           perform 125-match-player
               varying player-idx from 1 by 1
               until player-idx > player-count or player-found
           if player-found
               subtract 1 from player-idx
               exit paragraph
           end-if
           if player-count >= 500
               add 1 to players-dropped
               exit paragraph
           end-if
           add 1 to player-count
           move player-count to player-idx
           move lm-user to pt-user(player-idx)
           move 0 to pt-loss-hits(player-idx) pt-bet-hits(player-idx)
               pt-cool-blocks(player-idx) pt-cool-set(player-idx)
               pt-cool-until(player-idx) pt-lowered(player-idx)
               pt-raised(player-idx)
           move "Y" to player-found-switch.

       125-match-player.
           if pt-user(player-idx) = lm-user
               move "Y" to player-found-switch
           end-if.

       130-count-event.
           if lm-event = "COOLOFF"
               and lm-value > pt-cool-until(player-idx)
               move lm-value to pt-cool-until(player-idx)
           end-if
           if not in-window
               exit paragraph
           end-if
           evaluate lm-event
               when "LOSS-HIT"
                   add 1 to pt-loss-hits(player-idx) total-loss-hits
               when "BETS-HIT"
                   add 1 to pt-bet-hits(player-idx) total-bet-hits
               when "COOL-BLOCK"
                   add 1 to pt-cool-blocks(player-idx)
                       total-cool-blocks
               when "COOLOFF"
                   add 1 to pt-cool-set(player-idx) total-cool-set
               when "LOSS-SET"
                   add 1 to pt-lowered(player-idx)
               when "BETS-SET"
                   add 1 to pt-lowered(player-idx)
               when "LOSS-RAISE"
                   add 1 to pt-raised(player-idx) total-raised
               when "BETS-RAISE"
                   add 1 to pt-raised(player-idx) total-raised
           end-evaluate.

       400-write-report.
           move spaces to limits-report-record
           string '=== CASINO RESPONSIBLE-GAMING LIMITS - '
               delimited size
               window-start delimited size
               ' TO ' delimited size
               run-date delimited size
               ' ===' delimited size
               into limits-report-record
           write limits-report-record
           move spaces to limits-report-record
           write limits-report-record
           move 'PLAYER               LOSS HITS  BET HITS  BLOCKED'
               to limits-report-record
           move 'COOL-OFFS  CLOSED UNTIL  LOWERED  RAISED'
               to limits-report-record(53:40)
           write limits-report-record
           perform 410-write-player-line
               varying player-idx from 1 by 1
               until player-idx > player-count
           if players-listed = 0
               move '  NO PLAYERS HIT A LIMIT OR SET A COOL-OFF'
                   to limits-report-record
               write limits-report-record
           end-if
           perform 420-write-totals.

       410-write-player-line.
           if pt-loss-hits(player-idx) = 0
               and pt-bet-hits(player-idx) = 0
               and pt-cool-blocks(player-idx) = 0
               and pt-cool-set(player-idx) = 0
               and pt-cool-until(player-idx) <= run-date
               exit paragraph
           end-if
           add 1 to players-listed
           move spaces to limits-report-record
           move pt-user(player-idx) to limits-report-record(1:20)
           move pt-loss-hits(player-idx) to disp-count
           move disp-count to limits-report-record(25:5)
           move pt-bet-hits(player-idx) to disp-count
           move disp-count to limits-report-record(35:5)
           move pt-cool-blocks(player-idx) to disp-count
           move disp-count to limits-report-record(45:5)
           move pt-cool-set(player-idx) to disp-count
           move disp-count to limits-report-record(57:5)
           if pt-cool-until(player-idx) > run-date
               move pt-cool-until(player-idx)
                   to limits-report-record(66:8)
           else
               move '-' to limits-report-record(73:1)
           end-if
           move pt-lowered(player-idx) to disp-count
           move disp-count to limits-report-record(79:5)
           move pt-raised(player-idx) to disp-count
           move disp-count to limits-report-record(88:5)
           write limits-report-record.

       420-write-totals.
           move spaces to limits-report-record
           write limits-report-record
           move spaces to limits-report-record
           move 'TOTALS' to limits-report-record(1:6)
           move total-loss-hits to disp-count
           move disp-count to limits-report-record(25:5)
           move total-bet-hits to disp-count
           move disp-count to limits-report-record(35:5)
           move total-cool-blocks to disp-count
           move disp-count to limits-report-record(45:5)
           move total-cool-set to disp-count
           move disp-count to limits-report-record(57:5)
           move total-raised to disp-count
           move disp-count to limits-report-record(88:5)
           write limits-report-record
           move spaces to limits-report-record
           move players-listed to disp-count
           string 'PLAYERS LISTED: ' delimited size
               function trim(disp-count) delimited size
               into limits-report-record
           write limits-report-record
           if players-dropped > 0
               move spaces to limits-report-record
               move 'SOME PLAYERS WERE NOT LISTED - TABLE FULL'
                   to limits-report-record
               write limits-report-record
           end-if.

       end program casinolimits.
