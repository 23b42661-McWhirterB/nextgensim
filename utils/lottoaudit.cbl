       identification division.
       program-id. lottoaudit.

       environment division.
       input-output section.
           select lottery-history-file assign to
               "./NGM/data/lottery_history.dat"
                             organization is line sequential
                             file status is history-status.
           select lottery-archive-file assign to
               "./NGM/data/lottery_tickets.dat"
                             organization is line sequential
                             file status is archive-status.
           select audit-report-file assign to
               "./reports/lottery_audit.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd lottery-history-file.
           01 lottery-history-record pic x(100).
           fd lottery-archive-file.
           01 lottery-archive-record pic x(80).
           fd audit-report-file.
           01 audit-report-record pic x(132).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 player-filter     pic x(20) value spaces.
           05 run-date          pic 9(8).
           05 report-status     pic x(2).
           05 disp-count        pic z(4)9.
           05 disp-amount       pic z(7)9.
           05 disp-num          pic 99.

       01  history-scan.
           05 history-status    pic x(2).
           05 history-eof-switch pic x(1) value "N".
               88 end-of-history value "Y".
           05 history-line      pic x(100).
           05 hs-draw-fld       pic x(5).
           05 hs-date-fld       pic x(8).
           05 hs-time-fld       pic x(8).
           05 hs-win-fld        pic x(4).
           05 hs-tickets-fld    pic x(6).
           05 hs-pot-fld        pic x(9).
           05 hs-prize-fld      pic x(9).
           05 hs-winners-fld    pic x(4).
           05 hs-rollover-fld   pic x(9).
           05 hs-seed-fld       pic x(9).
           05 hs-unpaid-fld     pic x(4).

       01  draw-table.
           05 draw-count        pic 9(4) value 0.
           05 draws-dropped     pic 9(4) value 0.
           05 draw-idx          pic 9(4).
           05 draw-found-switch pic x(1).
               88 draw-found value "Y".
           05 draw-entry occurs 1000 times.
               10 dw-no         pic 9(5).
               10 dw-date       pic 9(8).
               10 dw-win        pic 9(2).
               10 dw-tickets    pic 9(5).
               10 dw-pot        pic 9(8).
               10 dw-prize      pic 9(8).
               10 dw-winners    pic 9(2).
               10 dw-rollover   pic 9(8).
               10 dw-seed       pic 9(8).
               10 at-tickets    pic 9(5).
               10 at-winners    pic 9(5).
               10 at-paid       pic 9(9).
               10 at-problems   pic 9(4).

       01  archive-scan.
           05 archive-status    pic x(2).
           05 archive-eof-switch pic x(1) value "N".
               88 end-of-archive value "Y".
           05 archive-line      pic x(80).
           05 ar-draw-fld       pic x(5).
           05 ar-user           pic x(20).
           05 ar-pick-fld       pic x(4).
           05 ar-date-fld       pic x(8).
           05 ar-result         pic x(4).
           05 ar-amount-fld     pic x(9).
           05 ar-paid           pic x(6).
           05 ar-draw-no        pic 9(5).
           05 ar-pick           pic 9(2).
           05 ar-amount         pic 9(8).
           05 orphan-tickets    pic 9(5) value 0.

       01  exception-table.
           05 exception-count   pic 9(3) value 0.
           05 exceptions-dropped pic 9(5) value 0.
           05 exception-idx     pic 9(3).
           05 exception-text    pic x(40).
           05 exception-entry occurs 300 times.
               10 ex-draw       pic 9(5).
               10 ex-user       pic x(20).
               10 ex-pick       pic 9(2).
               10 ex-text       pic x(40).

       01  player-lines.
           05 player-count      pic 9(3) value 0.
           05 player-idx        pic 9(3).
           05 player-entry occurs 300 times.
               10 pl-draw       pic 9(5).
               10 pl-pick       pic 9(2).
               10 pl-result     pic x(4).
               10 pl-amount     pic 9(8).
               10 pl-paid       pic x(6).

       01  audit-totals.
           05 draws-clean       pic 9(4) value 0.
           05 draws-flagged     pic 9(4) value 0.
           05 expected-prize    pic 9(8).
           05 draw-problem-text pic x(40).

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           display "=== LOTTERY PAYOUT AUDIT ==="
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:7) = "PLAYER="
               move command-line-arg(8:20) to player-filter
           end-if
           perform 100-load-history
           if draw-count = 0
               display "No draws in the lottery history yet."
               stop run
           end-if
           perform 200-scan-archive
           open output audit-report-file
           if report-status not = "00"
               display "Could not open lottery audit report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 400-write-report
           close audit-report-file
           move draws-clean to disp-count
           display "Draws that check out: " disp-count
           move draws-flagged to disp-count
           display "Draws flagged:        " disp-count
           if draws-flagged > 0
               move 4 to return-code
           end-if
           stop run.

       100-load-history.
           move "N" to history-eof-switch
           open input lottery-history-file
           if history-status = "00"
               perform 110-read-history-line
                   until end-of-history
               close lottery-history-file
           end-if.

       110-read-history-line.
           read lottery-history-file into history-line
               at end move "Y" to history-eof-switch
           end-read
           if end-of-history
               exit paragraph
           end-if
           move spaces to hs-draw-fld hs-date-fld hs-time-fld
               hs-win-fld hs-tickets-fld hs-pot-fld hs-prize-fld
               hs-winners-fld hs-rollover-fld hs-seed-fld
               hs-unpaid-fld
           unstring history-line delimited by '|'
               into hs-draw-fld hs-date-fld hs-time-fld hs-win-fld
                   hs-tickets-fld hs-pot-fld hs-prize-fld
                   hs-winners-fld hs-rollover-fld hs-seed-fld
                   hs-unpaid-fld
           end-unstring
           if hs-draw-fld is not numeric
               exit paragraph
           end-if
           if draw-count >= 1000
               add 1 to draws-dropped
               exit paragraph
           end-if
           add 1 to draw-count
           compute dw-no(draw-count) = function numval(hs-draw-fld)
           compute dw-date(draw-count) = function numval(hs-date-fld)
           compute dw-win(draw-count) = function numval(hs-win-fld)
           compute dw-tickets(draw-count) =
               function numval(hs-tickets-fld)
           compute dw-pot(draw-count) = function numval(hs-pot-fld)
           compute dw-prize(draw-count) =
               function numval(hs-prize-fld)
           compute dw-winners(draw-count) =
               function numval(hs-winners-fld)
           compute dw-rollover(draw-count) =
               function numval(hs-rollover-fld)
           compute dw-seed(draw-count) = function numval(hs-seed-fld)
           move 0 to at-tickets(draw-count) at-winners(draw-count)
               at-paid(draw-count) at-problems(draw-count).

       200-scan-archive.
           move "N" to archive-eof-switch
           open input lottery-archive-file
           if archive-status = "00"
               perform 210-read-archive-line
                   until end-of-archive
               close lottery-archive-file
           end-if.

       210-read-archive-line.
           read lottery-archive-file into archive-line
               at end move "Y" to archive-eof-switch
           end-read
           if end-of-archive
               exit paragraph
           end-if
           move spaces to ar-draw-fld ar-user ar-pick-fld ar-date-fld
               ar-result ar-amount-fld ar-paid
           unstring archive-line delimited by '|'
               into ar-draw-fld ar-user ar-pick-fld ar-date-fld
                   ar-result ar-amount-fld ar-paid
           end-unstring
           if ar-draw-fld is not numeric
               exit paragraph
           end-if
           compute ar-draw-no = function numval(ar-draw-fld)
           compute ar-pick = function numval(ar-pick-fld)
           compute ar-amount = function numval(ar-amount-fld)
           move "N" to draw-found-switch
           perform 215-match-draw
               varying draw-idx from 1 by 1
               until draw-idx > draw-count or draw-found
           if not draw-found
               add 1 to orphan-tickets
               exit paragraph
           end-if
           subtract 1 from draw-idx
           add 1 to at-tickets(draw-idx)
           perform 220-check-ticket
           if player-filter not = spaces
               and ar-user = player-filter
               perform 230-keep-player-ticket
           end-if.

       215-match-draw.
           if dw-no(draw-idx) = ar-draw-no
               move "Y" to draw-found-switch
           end-if.

       220-check-ticket.
           if ar-pick = dw-win(draw-idx)
               if ar-result not = "WIN"
                   move "MATCHED BUT RECORDED AS A LOSS"
                       to exception-text
                   perform 240-add-exception
                   exit paragraph
               end-if
           else
               if ar-result = "WIN"
                   move "RECORDED AS A WIN BUT DID NOT MATCH"
                       to exception-text
                   perform 240-add-exception
               end-if
               exit paragraph
           end-if
           evaluate ar-paid
               when "PAID"
                   add 1 to at-winners(draw-idx)
                   add ar-amount to at-paid(draw-idx)
                   if ar-amount not = dw-prize(draw-idx)
                       move "PAID AMOUNT DIFFERS FROM THE PRIZE"
                           to exception-text
                       perform 240-add-exception
                   end-if
               when "UNPAID"
                   add 1 to at-winners(draw-idx)
                   move "WINNER NOT PAID - CREDIT BY HAND"
                       to exception-text
                   perform 240-add-exception
               when "CAPPED"
                   move "WINNER OVER THE 20-WINNER LIMIT"
                       to exception-text
                   perform 240-add-exception
               when other
                   move "WINNING TICKET WITH NO PAY STATUS"
                       to exception-text
                   perform 240-add-exception
           end-evaluate.

       230-keep-player-ticket.
           if player-count >= 300
               exit paragraph
           end-if
           add 1 to player-count
           move ar-draw-no to pl-draw(player-count)
           move ar-pick to pl-pick(player-count)
           move ar-result to pl-result(player-count)
           move ar-amount to pl-amount(player-count)
           move ar-paid to pl-paid(player-count).

       240-add-exception.
           add 1 to at-problems(draw-idx)
           if exception-count >= 300
               add 1 to exceptions-dropped
               exit paragraph
           end-if
           add 1 to exception-count
           move ar-draw-no to ex-draw(exception-count)
           move ar-user to ex-user(exception-count)
           move ar-pick to ex-pick(exception-count)
           move exception-text to ex-text(exception-count).

       400-write-report.
           move spaces to audit-report-record
           string '=== LOTTERY PAYOUT AUDIT - ' delimited size
               run-date delimited size
               ' ===' delimited size
               into audit-report-record
           write audit-report-record
           move spaces to audit-report-record
           write audit-report-record
           move 'DRAW  DATE      NO.    POT BEFORE  TICKETS  WINNERS'
               to audit-report-record
           move 'PRIZE EACH   PAID OUT  ROLLOVER  CHECK'
               to audit-report-record(54:40)
           write audit-report-record
           perform 410-write-draw-line
               varying draw-idx from 1 by 1
               until draw-idx > draw-count
           perform 420-write-exceptions
           if player-filter not = spaces
               perform 430-write-player-tickets
           end-if
           perform 440-write-footer.

       410-write-draw-line.
           move spaces to draw-problem-text
           if dw-winners(draw-idx) > 0
               compute expected-prize =
                   dw-pot(draw-idx) / dw-winners(draw-idx)
           else
               move 0 to expected-prize
           end-if
           evaluate true
               when at-tickets(draw-idx) not = dw-tickets(draw-idx)
                   and not (at-tickets(draw-idx) = 0
                       and dw-tickets(draw-idx) = 0)
                   move 'TICKET COUNT DIFFERS FROM ARCHIVE'
                       to draw-problem-text
               when at-winners(draw-idx) not = dw-winners(draw-idx)
                   move 'WINNER COUNT DIFFERS FROM ARCHIVE'
                       to draw-problem-text
               when dw-prize(draw-idx) not = expected-prize
                   move 'PRIZE IS NOT POT / WINNERS'
                       to draw-problem-text
               when dw-winners(draw-idx) = 0
                   and dw-rollover(draw-idx) not = dw-pot(draw-idx)
                   move 'POT NOT ROLLED OVER' to draw-problem-text
               when dw-winners(draw-idx) > 0
                   and dw-rollover(draw-idx) not = 0
                   move 'ROLLOVER LEFT AFTER A WIN'
                       to draw-problem-text
               when at-problems(draw-idx) > 0
                   move 'SEE TICKET EXCEPTIONS' to draw-problem-text
           end-evaluate
           move spaces to audit-report-record
           move dw-no(draw-idx) to disp-count
           move disp-count to audit-report-record(1:5)
           move dw-date(draw-idx) to audit-report-record(7:8)
           move dw-win(draw-idx) to disp-num
           move disp-num to audit-report-record(17:2)
           move dw-pot(draw-idx) to disp-amount
           move disp-amount to audit-report-record(24:8)
           move dw-tickets(draw-idx) to disp-count
           move disp-count to audit-report-record(36:5)
           move dw-winners(draw-idx) to disp-count
           move disp-count to audit-report-record(45:5)
           move dw-prize(draw-idx) to disp-amount
           move disp-amount to audit-report-record(56:8)
           move at-paid(draw-idx) to disp-amount
           move disp-amount to audit-report-record(67:8)
           move dw-rollover(draw-idx) to disp-amount
           move disp-amount to audit-report-record(76:8)
           if draw-problem-text = spaces
               move 'OK' to audit-report-record(86:2)
               add 1 to draws-clean
           else
               move draw-problem-text to audit-report-record(86:40)
               add 1 to draws-flagged
           end-if
           write audit-report-record.

       420-write-exceptions.
           move spaces to audit-report-record
           write audit-report-record
           move 'TICKET EXCEPTIONS:' to audit-report-record
           write audit-report-record
           if exception-count = 0
               move '  NONE' to audit-report-record
               write audit-report-record
           end-if
           perform 425-write-exception-line
               varying exception-idx from 1 by 1
               until exception-idx > exception-count.

       425-write-exception-line.
           move spaces to audit-report-record
           move 'DRAW' to audit-report-record(3:4)
           move ex-draw(exception-idx) to disp-count
           move disp-count to audit-report-record(8:5)
           move ex-user(exception-idx) to audit-report-record(15:20)
           move ex-pick(exception-idx) to disp-num
           move 'TICKET' to audit-report-record(36:6)
           move disp-num to audit-report-record(43:2)
           move ex-text(exception-idx) to audit-report-record(47:40)
           write audit-report-record.

       430-write-player-tickets.
           move spaces to audit-report-record
           write audit-report-record
           move spaces to audit-report-record
           string 'TICKETS ON RECORD FOR ' delimited size
               function trim(player-filter) delimited size
               ':' delimited size
               into audit-report-record
           write audit-report-record
           if player-count = 0
               move '  NONE' to audit-report-record
               write audit-report-record
           end-if
           perform 435-write-player-line
               varying player-idx from 1 by 1
               until player-idx > player-count.

       435-write-player-line.
           move "N" to draw-found-switch
           move pl-draw(player-idx) to ar-draw-no
           perform 215-match-draw
               varying draw-idx from 1 by 1
               until draw-idx > draw-count or draw-found
           subtract 1 from draw-idx
           move spaces to audit-report-record
           move 'DRAW' to audit-report-record(3:4)
           move pl-draw(player-idx) to disp-count
           move disp-count to audit-report-record(8:5)
           move dw-date(draw-idx) to audit-report-record(15:8)
           move 'TICKET' to audit-report-record(25:6)
           move pl-pick(player-idx) to disp-num
           move disp-num to audit-report-record(32:2)
           move 'DRAWN' to audit-report-record(36:5)
           move dw-win(draw-idx) to disp-num
           move disp-num to audit-report-record(42:2)
           move pl-result(player-idx) to audit-report-record(46:4)
           if pl-result(player-idx) = "WIN"
               move pl-amount(player-idx) to disp-amount
               move disp-amount to audit-report-record(51:8)
               move pl-paid(player-idx) to audit-report-record(61:6)
           end-if
           write audit-report-record.

       440-write-footer.
           move spaces to audit-report-record
           write audit-report-record
           move spaces to audit-report-record
           move draws-clean to disp-count
           string 'DRAWS THAT CHECK OUT: ' delimited size
               function trim(disp-count) delimited size
               into audit-report-record
           move draws-flagged to disp-count
           string '   DRAWS FLAGGED: ' delimited size
               function trim(disp-count) delimited size
               into audit-report-record(30:30)
           write audit-report-record
           if orphan-tickets > 0
               move spaces to audit-report-record
               move orphan-tickets to disp-count
               string 'ARCHIVED TICKETS WITH NO DRAW ON RECORD: '
                   delimited size
                   function trim(disp-count) delimited size
                   into audit-report-record
               write audit-report-record
           end-if
           if draws-dropped > 0 or exceptions-dropped > 0
               move spaces to audit-report-record
               move 'SOME DRAWS OR EXCEPTIONS WERE NOT LISTED - TABLE
      -            ' FULL' to audit-report-record
               write audit-report-record
           end-if.

       end program lottoaudit.
