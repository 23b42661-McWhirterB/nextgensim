           05 event-cost-text    pic x(6).
           05 file-line-count    pic 9(4) value 0.
           05 max-events         pic 9(3) value 300.
           05 live-event-count   pic 9(3) value 0.
           05 retired-switch     pic x(1) value "N".
               88 in-retired-section value "Y".

       01  event-table.
           05 event-cost        pic s9(5) occurs 300 times.
           05 event-weight      pic 9(3) occurs 300 times.
           05 event-draws       pic 9(5) occurs 300 times.
           05 event-paid-out    pic s9(9) occurs 300 times.
           05 event-code        pic x(5) occurs 300 times.
           05 event-text        pic x(40) occurs 300 times.
           05 event-alt-picks   pic 9(5) occurs 300 times.
           05 event-retired     pic x(1) occurs 300 times.
           05 total-weight      pic 9(6) value 0.
           05 abs-cost          pic 9(5).

           05 log-eof-switch    pic x(1) value "N".
               88 end-of-log value "Y".
           05 log-user-fld      pic x(20).
           05 log-event-fld     pic x(5).
           05 log-cost-fld      pic x(8).
           05 log-time-fld      pic x(8).
           05 log-date-fld      pic x(8).
           05 log-choice-fld    pic x(1).
           05 log-event-num     pic 9(3).
           05 log-line-count    pic 9(6) value 0.
           05 uncoded-count     pic 9(6) value 0.
           05 unknown-code-count pic 9(6) value 0.
           05 total-money-in    pic s9(9) value 0.
           05 total-money-out   pic s9(9) value 0.

           05 rpt-date          pic 9(8).
           05 rpt-time          pic 9(8).
           05 rpt-idx           pic 9(3).
           05 disp-weight       pic zz9.
           05 disp-draws        pic z(4)9.
           05 disp-alt          pic z(4)9.
           05 disp-paid         pic -(8)9.
           05 disp-cost         pic -(4)9.
           05 disp-count        pic z(5)9.
               into event-report-record
           write event-report-record
           move spaces to event-report-record
           string 'CODE    COST  WEIGHT  DRAWS   OPT2   NET PAID  '
               delimited size
               'STATUS        TEXT' delimited size
               into event-report-record
           write event-report-record.

           end-read
           if not end-of-events
               add 1 to file-line-count
               if event-data-record(1:6) = "RETIRE"
                   move "Y" to retired-switch
                   exit paragraph
               end-if
               if event-count < max-events
                   add 1 to event-count
                   move 0 to event-draws(event-count)
                   move 0 to event-paid-out(event-count)
                   move 0 to event-alt-picks(event-count)
                   move retired-switch to event-retired(event-count)
                   if not in-retired-section
                       add 1 to live-event-count
                   end-if
                   perform 115-take-event-code
                   perform 120-validate-record
               end-if
           end-if.

       115-take-event-code.
           move event-data-record(209:5) to event-code(event-count)
           if event-data-record(208:1) not = '|'
               or event-code(event-count)(1:1) not = "E"
               or event-code(event-count)(2:4) is not numeric
               add 1 to bad-record-count
               move spaces to event-report-record
               string 'MISSING EVENT CODE ON LINE ' delimited size
                   file-line-count delimited size
                   ' - RUN EVENTEDIT TO ASSIGN ONE' delimited size
                   into event-report-record
               write event-report-record
           end-if
           move spaces to event-text(event-count)
           evaluate event-data-record(1:6)
               when "ARC   "
                   move event-data-record(23:40)
                       to event-text(event-count)
               when "DEBTEV"
               when "NOTORI"
                   move event-data-record(15:40)
                       to event-text(event-count)
               when other
                   move event-data-record(8:40)
                       to event-text(event-count)
           end-evaluate.

       120-validate-record.
           move "S" to event-type(event-count)
           move event-data-record(1:6) to event-cost-text
           if event-cost-text = "DEBTEV"
               or event-cost-text = "NOTORI"
               move "D" to event-type(event-count)
               if event-cost-text = "NOTORI"
                   move "N" to event-type(event-count)
               end-if
               move event-data-record(8:6) to event-cost-text
               perform 130-validate-cost-field
               if not cost-is-valid
               exit paragraph
           end-if
           if event-cost-text = "CHOICE"
               or event-cost-text = "ARC   "
               move "C" to event-type(event-count)
               if event-cost-text = "ARC   "
                   move "A" to event-type(event-count)
               end-if
               move 0 to event-cost(event-count)
               perform 125-validate-choice-options
               perform 140-weigh-event
               compute event-cost(event-count) =
                   function numval(event-cost-text)
           end-if
           if event-data-record(214:37) not = spaces
               add 1 to bad-record-count
               move spaces to event-report-record
               string 'TEXT OVER 200 CHARACTERS ON LINE '
           end-perform.

       140-weigh-event.
           if event-retired(event-count) = "Y"
               move 0 to event-weight(event-count)
               exit paragraph
           end-if
           if event-type(event-count) = "D"
               or event-type(event-count) = "N"
               move 10 to event-weight(event-count)
               add event-weight(event-count) to total-weight
               exit paragraph
           end-if
           if event-type(event-count) = "A"
               move 8 to event-weight(event-count)
               add event-weight(event-count) to total-weight
               exit paragraph
           end-if
           move function abs(event-cost(event-count)) to abs-cost
           if abs-cost <= 200
               move 5 to event-weight(event-count)
           if not end-of-log
               add 1 to log-line-count
               move spaces to log-user-fld log-event-fld
                   log-cost-fld log-time-fld log-date-fld
                   log-choice-fld
               unstring event-log-record delimited by '|'
                   into log-user-fld log-event-fld
                       log-cost-fld log-time-fld log-date-fld
                       log-choice-fld
               end-unstring
               if function numval(log-cost-fld) < 0
                   subtract function numval(log-cost-fld)
                       from total-money-in
               else
                   add function numval(log-cost-fld)
                       to total-money-out
               end-if
               if log-event-fld(1:1) not = "E"
                   add 1 to uncoded-count
                   exit paragraph
               end-if
               perform 220-find-event-code
               if log-event-num = 0
                   add 1 to unknown-code-count
                   exit paragraph
               end-if
               add 1 to event-draws(log-event-num)
               add function numval(log-cost-fld)
                   to event-paid-out(log-event-num)
               if log-choice-fld = "2"
                   add 1 to event-alt-picks(log-event-num)
               end-if
           end-if.

       220-find-event-code.
           move 0 to log-event-num
           perform 225-compare-event-code
               varying rpt-idx from 1 by 1
               until rpt-idx > event-count
                   or log-event-num > 0.

       225-compare-event-code.
           if event-code(rpt-idx) = log-event-fld
               move rpt-idx to log-event-num
           end-if.

       300-write-event-rows.
           perform varying rpt-idx from 1 by 1
                   until rpt-idx > event-count
           if event-type(rpt-idx) = "D"
               move "DEBT ONLY" to never-fired-flag
           end-if
           if event-type(rpt-idx) = "N"
               move "NOTORIETY" to never-fired-flag
           end-if
           if event-retired(rpt-idx) = "Y"
               move "RETIRED" to never-fired-flag
           end-if
           move event-cost(rpt-idx) to disp-cost
           move event-weight(rpt-idx) to disp-weight
           move event-draws(rpt-idx) to disp-draws
           move event-alt-picks(rpt-idx) to disp-alt
           move event-paid-out(rpt-idx) to disp-paid
           move spaces to event-report-record
           string event-code(rpt-idx) delimited size
               '  ' delimited size
               disp-cost delimited size
               '     ' delimited size
               disp-weight delimited size
               '  ' delimited size
               disp-draws delimited size
               '  ' delimited size
               disp-alt delimited size
               '  ' delimited size
               disp-paid delimited size
               '  ' delimited size
               never-fired-flag delimited size
               '  ' delimited size
               event-text(rpt-idx) delimited size
               into event-report-record
           write event-report-record.

               disp-count delimited size
               into event-report-record
           write event-report-record
           move spaces to event-report-record
           move live-event-count to disp-count
           string 'LIVE EVENTS:         ' delimited size
               disp-count delimited size
               into event-report-record
           write event-report-record
           move spaces to event-report-record
           compute disp-count = event-count - live-event-count
           string 'RETIRED EVENTS:      ' delimited size
               disp-count delimited size
               into event-report-record
           write event-report-record
           if file-line-count > max-events
               move spaces to event-report-record
               string 'WARNING: LINES BEYOND ENGINE LIMIT OF 300 '
               disp-count delimited size
               into event-report-record
           write event-report-record
           if uncoded-count > 0
               move spaces to event-report-record
               move uncoded-count to disp-count
               string 'PRE-CODE DRAWS:      ' delimited size
                   disp-count delimited size
                   ' (LOGGED BY ROW NUMBER - NOT ATTRIBUTED)'
                   delimited size
                   into event-report-record
               write event-report-record
           end-if
           if unknown-code-count > 0
               move spaces to event-report-record
               move unknown-code-count to disp-count
               string 'UNKNOWN CODE DRAWS:  ' delimited size
                   disp-count delimited size
                   into event-report-record
               write event-report-record
           end-if
           move spaces to event-report-record
           move total-money-in to disp-paid
           string 'MONEY PAID IN:      $' delimited size
