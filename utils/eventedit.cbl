               "./NGM/data/events.new"
                             organization is line sequential
                             file status is event-new-status.
           select pending-event-file assign to
               "./NGM/data/events_pending.dat"
                             organization is line sequential
                             file status is pending-ev-status.
           select authors-file assign to
               "./NGM/data/event_authors.dat"
                             organization is line sequential
                             file status is authors-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select mail-log-file assign to
               mail-log-path
                             organization is line sequential
                             file status is mail-log-status.
           select lock-file assign to
               lock-path
                             organization is line sequential
                             file status is lock-status.

       data division.
       file section.
           fd event-data-file.
           01 event-data-record pic x(213).
           fd event-new-file.
           01 event-new-record pic x(213).
           fd pending-event-file.
           01 pending-event-record pic x(400).
           fd authors-file.
           01 authors-record pic x(80).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd lock-file.
           01 lock-record pic x(20).

       working-storage section.
       01  local-data.
               88 end-of-rows value "Y".
           05 row-count         pic 9(3) value 0.
           05 row-idx           pic 9(3).
           05 row-line          pic x(213) occurs 400 times.
           05 retire-row        pic 9(3) value 0.
           05 insert-row        pic 9(3).
           05 shift-idx         pic 9(3).
           05 hold-count        pic 9(1).
           05 hold-idx          pic 9(1).
           05 hold-row          pic x(213) occurs 3 times.

       01  logical-events.
           05 event-count       pic 9(3) value 0.
           05 event-idx         pic 9(3).
           05 live-count        pic 9(3) value 0.
           05 event-entry occurs 300 times.
               10 ev-start-row  pic 9(3).
               10 ev-row-count  pic 9(1).
               10 ev-type       pic x(1).
               10 ev-cost       pic s9(5).
               10 ev-weight     pic 9(3).
               10 ev-code       pic x(5).
               10 ev-retired-switch pic x(1).
                   88 ev-is-retired value "Y".
           05 retired-section-switch pic x(1) value "N".
               88 in-retired-section value "Y".
           05 max-code          pic 9(4) value 0.
           05 code-num          pic 9(4).
           05 new-code          pic x(5).
           05 codes-assigned    pic 9(3) value 0.
           05 ev-cost-text      pic x(6).
           05 abs-cost          pic 9(5).
           05 total-weight      pic 9(6) value 0.
           05 new-text-3        pic x(59).
           05 opt-cost          pic s9(5).
           05 opt-text          pic x(59).
           05 build-line        pic x(213).
           05 retire-pick       pic 9(3).
           05 list-page         pic 9(3) value 1.
           05 list-shown        pic 9(2).
           05 dirty-switch      pic x(1) value "N".
               88 file-is-dirty value "Y".

       01  suggestion-queue.
           05 pending-ev-status pic x(2).
           05 pending-ev-eof-switch pic x(1) value "N".
               88 end-of-pending-evs value "Y".
           05 pending-count     pic 9(3) value 0.
           05 pending-max       pic 9(3) value 200.
           05 pending-idx       pic 9(3).
           05 pending-row       pic x(400) occurs 200 times.
           05 review-idx        pic 9(3).
           05 reviewed-count    pic 9(3) value 0.
           05 review-quit-switch pic x(1) value "N".
               88 review-done value "Y".
           05 decision-switch   pic x(1) value "N".
               88 decision-made value "Y".
           05 sg-line           pic x(400).
           05 sg-id-fld         pic x(6).
           05 sg-status-fld     pic x(8).
           05 sg-user-fld       pic x(20).
           05 sg-date-fld       pic x(8).
           05 sg-payout-fld     pic x(6).
           05 sg-text-1         pic x(59).
           05 sg-text-2         pic x(59).
           05 sg-text-3         pic x(59).
           05 sg-opt-a-fld      pic x(6).
           05 sg-opt-a-text     pic x(59).
           05 sg-opt-b-fld      pic x(6).
           05 sg-opt-b-text     pic x(59).
           05 sg-code-fld       pic x(5).
           05 sg-payout         pic s9(5).
           05 sg-opt-a-cost     pic s9(5).
           05 sg-opt-b-cost     pic s9(5).
           05 sg-payout-edit    pic -(5)9.
           05 sg-opt-a-edit     pic -(5)9.
           05 sg-opt-b-edit     pic -(5)9.
           05 sg-choice-switch  pic x(1).
               88 sg-is-choice value "Y".
           05 edit-cost-fld     pic x(6).
           05 edit-text         pic x(59).
           05 reject-reason     pic x(40).
           05 review-date       pic 9(8).
           05 authors-status    pic x(2).
           05 authors-line      pic x(80).

       01  payout-policy.
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).
           05 policy-max-win    pic 9(5) value 400.
           05 policy-max-loss   pic 9(5) value 400.
           05 policy-clamped-switch pic x(1) value "N".
               88 payout-was-clamped value "Y".
           05 policy-cost       pic s9(5).
           05 disp-policy       pic z(4)9.

       01  mail-post.
           05 mail-log-status   pic x(2).
           05 mail-log-path     pic x(60).
           05 mail-log-line     pic x(150).
           05 mail-to           pic x(20).
           05 mail-text         pic x(100).
           05 mail-date         pic 9(8).
           05 mail-time         pic 9(8).

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
           05 poll-interval-ns  pic 9(9) value 250000000.

       procedure division.
       000-main.
           perform 050-load-tunables
           perform 100-load-rows
           perform 110-parse-logical-events
           perform 130-assign-missing-codes
           perform 200-editor-menu
           stop run.

       050-load-tunables.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 055-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if.

       055-read-tunable-line.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if not end-of-tunables
               move spaces to tunable-name tunable-value-fld
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               if tunable-name = "EVENT-MAX-WIN"
                   and function numval(tunable-value-fld) > 0
                   compute policy-max-win =
                       function numval(tunable-value-fld)
               end-if
               if tunable-name = "EVENT-MAX-LOSS"
                   and function numval(tunable-value-fld) > 0
                   compute policy-max-loss =
                       function numval(tunable-value-fld)
               end-if
           end-if.

       100-load-rows.
           move 0 to row-count
           move "N" to row-eof-switch

       110-parse-logical-events.
           move 0 to event-count total-weight expected-value
               live-count retire-row max-code
           move "N" to retired-section-switch
           move 1 to row-idx
           perform 115-parse-one-event
               until row-idx > row-count
                   or event-count = 300.

       115-parse-one-event.
           if row-line(row-idx)(1:6) = "RETIRE"
               move row-idx to retire-row
               move "Y" to retired-section-switch
               add 1 to row-idx
               exit paragraph
           end-if
           add 1 to event-count
           move row-idx to ev-start-row(event-count)
           move row-line(row-idx)(209:5) to ev-code(event-count)
           move retired-section-switch
               to ev-retired-switch(event-count)
           if ev-code(event-count)(1:1) = "E"
               and ev-code(event-count)(2:4) is numeric
               move ev-code(event-count)(2:4) to code-num
               if code-num > max-code
                   move code-num to max-code
               end-if
           end-if
           move row-line(row-idx)(1:6) to ev-cost-text
           evaluate ev-cost-text
               when "CHOICE"
                   compute ev-cost(event-count) =
                       function numval(ev-cost-text)
           end-evaluate
           if ev-is-retired(event-count)
               move 0 to ev-weight(event-count)
           else
               add 1 to live-count
               perform 120-weigh-one-event
           end-if
           add ev-row-count(event-count) to row-idx.

       120-weigh-one-event.
           compute expected-value = expected-value
               + ev-weight(event-count) * ev-cost(event-count).

       130-assign-missing-codes.
           move 0 to codes-assigned
           perform 135-assign-one-code
               varying event-idx from 1 by 1
               until event-idx > event-count
           if codes-assigned > 0
               perform 800-write-file-back
           end-if.

       135-assign-one-code.
           if ev-code(event-idx)(1:1) not = "E"
               or ev-code(event-idx)(2:4) is not numeric
               perform 140-next-event-code
               move '|' to row-line(ev-start-row(event-idx))(208:1)
               move new-code
                   to row-line(ev-start-row(event-idx))(209:5)
               move new-code to ev-code(event-idx)
               add 1 to codes-assigned
           end-if.

       140-next-event-code.
           add 1 to max-code
           move spaces to new-code
           string 'E' delimited size
               max-code delimited size
               into new-code.

       150-find-insert-row.
           if retire-row > 0
               move retire-row to insert-row
           else
               compute insert-row = row-count + 1
           end-if.

       200-editor-menu.
           display erase screen
           display '=== EVENT CATALOG EDITOR ===' at 0202
           move live-count to disp-num
           display 'Events on file: ' at 0402 disp-num at 0418
           move row-count to disp-num
           display 'Raw rows:       ' at 0502 disp-num at 0518
           compute disp-num = event-count - live-count
           display 'Retired events: ' at 0602 disp-num at 0618
           display '1. List Events' at 0702
           display '2. Add a Simple Event' at 0802
           display '3. Add a Choice Event' at 0902
           display '4. Retire an Event' at 1002
           display '5. Payout Distribution Preview' at 1102
           display '6. Validate Choice Pairs' at 1202
           display '7. Review Player Suggestions' at 1302
           display '8. Exit' at 1402
           display 'Enter choice: ' at 1502
           accept user-input at 1517
           evaluate user-input
               when '4' perform 500-retire-event
               when '5' perform 600-payout-preview
               when '6' perform 700-validate-pairs
               when '7' perform 900-review-suggestions
               when '8' stop run
               when other continue
           end-evaluate
           perform 200-editor-menu.
       300-list-events.
           display erase screen
           display '=== EVENT LIST ===' at 0202
           display 'No. Code  T  Wt  Cost   Text' at 0402
           compute list-start = (list-page - 1) * 15 + 1
           move 0 to list-shown
           perform 310-list-one-event
               varying event-idx from list-start by 1
               until event-idx > event-count
                   or list-shown = 15
           display '* = retired, kept so old log lines resolve'
               at 2002
           display 'N) Next page  P) Prev page' at 2102
           display 'Any other key to go back: ' at 2202
           accept user-input at 2229
           compute disp-row = list-shown + 4
           move event-idx to disp-num
           display disp-num at line disp-row column 2
           display ev-code(event-idx) at line disp-row column 6
           display ev-type(event-idx) at line disp-row column 12
           if ev-is-retired(event-idx)
               display '*' at line disp-row column 13
           end-if
           move ev-weight(event-idx) to disp-weight
           display disp-weight at line disp-row column 14
           move ev-cost(event-idx) to disp-cost
           display disp-cost at line disp-row column 18
           display row-line(ev-start-row(event-idx))(8:45)
               at line disp-row column 26.

               accept user-input at 1329
               exit paragraph
           end-if
           if row-count >= 400
               display 'The file is full.' at 1302
               accept user-input at 1321
               exit paragraph
           end-if
           perform 420-build-event-line
           perform 150-find-insert-row
           perform 440-insert-row
           perform 800-write-file-back
           display 'Event added.' at 1302
           accept user-input at 1316.
           move new-text-1 to build-line(8:59)
           move new-text-2 to build-line(67:59)
           move new-text-3 to build-line(126:59)
           perform 140-next-event-code
           move '|' to build-line(208:1)
           move new-code to build-line(209:5)
           perform 150-find-insert-row
           perform 440-insert-row
           display 'Option 1 wallet change: ' at 1102
           accept opt-cost at 1127
           display 'Option 1 text (59 chars): ' at 1202
           accept opt-text at 1302
           perform 430-build-option-line
           perform 440-insert-row
           display 'Option 2 wallet change: ' at 1402
           accept opt-cost at 1427
           display 'Option 2 text (59 chars): ' at 1502
           accept opt-text at 1602
           perform 430-build-option-line
           perform 440-insert-row
           perform 800-write-file-back
           display 'Choice event added.' at 1802
           accept user-input at 1823.
           move '|' to build-line(7:1)
           move new-text-1 to build-line(8:59)
           move new-text-2 to build-line(67:59)
           move new-text-3 to build-line(126:59)
           perform 140-next-event-code
           move '|' to build-line(208:1)
           move new-code to build-line(209:5).

       430-build-option-line.
           move opt-cost to new-cost-edit
           move '|' to build-line(7:1)
           move opt-text to build-line(8:59).

       440-insert-row.
           perform 445-shift-row-down
               varying shift-idx from row-count by -1
               until shift-idx < insert-row
           move build-line to row-line(insert-row)
           add 1 to row-count
           add 1 to insert-row.

       445-shift-row-down.
           move row-line(shift-idx) to row-line(shift-idx + 1).

       500-retire-event.
           display erase screen
           display '=== RETIRE AN EVENT ===' at 0202
           display 'List the events first to find its' at 0402
           display 'number. Retiring moves it to the' at 0502
           display 'retired section; its code stays on file.' at 0602
           display 'Event number to retire (0 = none): ' at 0802
           accept retire-pick at 0838
           if retire-pick = 0 or retire-pick > event-count
               exit paragraph
           end-if
           if ev-is-retired(retire-pick)
               display 'That event is already retired.' at 1002
               accept user-input at 1033
               exit paragraph
           end-if
           if retire-row = 0 and row-count >= 400
               display 'The file is full.' at 1002
               accept user-input at 1021
               exit paragraph
           end-if
           perform 510-move-event-to-retired
           perform 800-write-file-back
           display 'Event retired.' at 1002
           accept user-input at 1017.

       510-move-event-to-retired.
           move ev-row-count(retire-pick) to hold-count
           perform 515-hold-one-row
               varying hold-idx from 1 by 1
               until hold-idx > hold-count
           compute row-idx = ev-start-row(retire-pick) + hold-count
           perform 520-shift-row-up
               until row-idx > row-count
           subtract hold-count from row-count
           if retire-row = 0
               move spaces to build-line
               move 'RETIRE|Retired events - kept so old logs resolve'
                   to build-line
               add 1 to row-count
               move build-line to row-line(row-count)
           end-if
           perform 525-append-held-row
               varying hold-idx from 1 by 1
               until hold-idx > hold-count.

       515-hold-one-row.
           move row-line(ev-start-row(retire-pick) + hold-idx - 1)
               to hold-row(hold-idx).

       520-shift-row-up.
           move row-line(row-idx) to row-line(row-idx - hold-count)
           add 1 to row-idx.

       525-append-held-row.
           add 1 to row-count
           move hold-row(hold-idx) to row-line(row-count).

       600-payout-preview.
           perform 110-parse-logical-events
               or row-line(row-idx)(1:3) = "ARC"
               or row-line(row-idx)(1:6) = "DEBTEV"
               or row-line(row-idx)(1:6) = "NOTORI"
               or row-line(row-idx)(1:6) = "RETIRE"
               add 1 to bad-pair-count
               display 'Bad option row after event ' at 2102
               move event-idx to disp-num
       810-write-one-row.
           write event-new-record from row-line(row-idx).

       900-review-suggestions.
           perform 905-load-pending
           move 0 to reviewed-count
           move "N" to review-quit-switch
           perform 910-review-one
               varying review-idx from 1 by 1
               until review-idx > pending-count
                   or review-done
           if reviewed-count = 0
               display erase screen
               display '=== SUGGESTION REVIEW ===' at 0202
               display 'No suggestions are waiting for review.'
                   at 0402
               display 'Press any key to continue...' at 0602
               accept user-input at 0631
           end-if.

       905-load-pending.
           move 0 to pending-count
           move "N" to pending-ev-eof-switch
           open input pending-event-file
           if pending-ev-status = "00"
               perform 906-read-pending-line
                   until end-of-pending-evs
               close pending-event-file
           end-if.

       906-read-pending-line.
           read pending-event-file
               at end move "Y" to pending-ev-eof-switch
           end-read
           if not end-of-pending-evs
               and pending-count < pending-max
               add 1 to pending-count
               move pending-event-record to pending-row(pending-count)
           end-if.

       908-split-pending.
           move spaces to sg-id-fld sg-status-fld sg-user-fld
               sg-date-fld sg-payout-fld sg-text-1 sg-text-2
               sg-text-3 sg-opt-a-fld sg-opt-a-text sg-opt-b-fld
               sg-opt-b-text sg-code-fld
           unstring sg-line delimited by '|'
               into sg-id-fld sg-status-fld sg-user-fld sg-date-fld
                   sg-payout-fld sg-text-1 sg-text-2 sg-text-3
                   sg-opt-a-fld sg-opt-a-text sg-opt-b-fld
                   sg-opt-b-text sg-code-fld
           end-unstring
           compute sg-payout = function numval(sg-payout-fld)
           compute sg-opt-a-cost = function numval(sg-opt-a-fld)
           compute sg-opt-b-cost = function numval(sg-opt-b-fld)
           if sg-opt-a-text = spaces
               move "N" to sg-choice-switch
           else
               move "Y" to sg-choice-switch
           end-if.

       910-review-one.
           move pending-row(review-idx) to sg-line
           perform 908-split-pending
           if sg-status-fld not = "PENDING"
               exit paragraph
           end-if
           add 1 to reviewed-count
           move "N" to decision-switch
           perform 912-decide-one
               until decision-made.

       912-decide-one.
           perform 915-show-suggestion
           display 'A) Approve  E) Edit  R) Reject  S) Skip'
               at 1902
           display 'Q) Stop reviewing    Choice: ' at 2002
           accept user-input at 2031
           evaluate user-input
               when 'A'
               when 'a'
                   perform 920-approve-suggestion
               when 'E'
               when 'e'
                   perform 930-edit-suggestion
               when 'R'
               when 'r'
                   perform 940-reject-suggestion
               when 'S'
               when 's'
                   move "Y" to decision-switch
               when 'Q'
               when 'q'
                   move "Y" to decision-switch
                   move "Y" to review-quit-switch
               when other
                   continue
           end-evaluate.

       915-show-suggestion.
           display erase screen
           display '=== SUGGESTION REVIEW ===' at 0202
           display 'Id:   ' at 0402 sg-id-fld at 0408
           display 'From: ' at 0420 sg-user-fld at 0426
           display 'Sent: ' at 0502 sg-date-fld at 0508
           display sg-text-1 at 0702
           display sg-text-2 at 0802
           display sg-text-3 at 0902
           if sg-is-choice
               move sg-opt-a-cost to sg-opt-a-edit
               move sg-opt-b-cost to sg-opt-b-edit
               display '1) $' at 1102 sg-opt-a-edit at 1106
               display sg-opt-a-text at 1202
               display '2) $' at 1302 sg-opt-b-edit at 1306
               display sg-opt-b-text at 1402
           else
               move sg-payout to sg-payout-edit
               display 'Wallet change: $' at 1102
               display sg-payout-edit at 1118
           end-if
           move policy-max-loss to disp-policy
           display 'Policy: losses up to $' at 1602
           display disp-policy at 1624
           move policy-max-win to disp-policy
           display 'wins up to $' at 1702
           display disp-policy at 1714.

       920-approve-suggestion.
           if sg-is-choice
               if row-count + 3 > 400
                   display 'The catalog is full - approve later.'
                       at 2202
                   accept user-input at 2240
                   exit paragraph
               end-if
           else
               if row-count >= 400
                   display 'The catalog is full - approve later.'
                       at 2202
                   accept user-input at 2240
                   exit paragraph
               end-if
           end-if
           move "events" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display 'The suggestion queue is busy - try again.'
                   at 2202
               accept user-input at 2245
               exit paragraph
           end-if
           move "N" to policy-clamped-switch
           if sg-is-choice
               move sg-opt-a-cost to policy-cost
               perform 925-apply-policy
               move policy-cost to sg-opt-a-cost
               move sg-opt-b-cost to policy-cost
               perform 925-apply-policy
               move policy-cost to sg-opt-b-cost
               perform 922-insert-choice-event
           else
               move sg-payout to policy-cost
               perform 925-apply-policy
               move policy-cost to sg-payout
               move sg-payout to new-cost
               move sg-text-1 to new-text-1
               move sg-text-2 to new-text-2
               move sg-text-3 to new-text-3
               perform 420-build-event-line
               perform 150-find-insert-row
               perform 440-insert-row
           end-if
           perform 800-write-file-back
           move new-code to sg-code-fld
           move "APPROVED" to sg-status-fld
           perform 950-save-pending-status
           perform 960-record-author
           perform 622-release-lock
           move spaces to mail-text
           if payout-was-clamped
               string 'Your event idea ' delimited size
                   function trim(sg-id-fld) delimited size
                   ' is live as ' delimited size
                   new-code delimited size
                   '. Payout adjusted to house limits.'
                       delimited size
                   into mail-text
           else
               string 'Your event idea ' delimited size
                   function trim(sg-id-fld) delimited size
                   ' is live as ' delimited size
                   new-code delimited size
                   '. Thanks for writing it!' delimited size
                   into mail-text
           end-if
           perform 970-mail-submitter
           display 'Approved and added as ' at 2202
           display new-code at 2224
           accept user-input at 2231
           move "Y" to decision-switch.

       922-insert-choice-event.
           move spaces to build-line
           string 'CHOICE' delimited size
               '|' delimited size
               into build-line
           move sg-text-1 to build-line(8:59)
           move sg-text-2 to build-line(67:59)
           move sg-text-3 to build-line(126:59)
           perform 140-next-event-code
           move '|' to build-line(208:1)
           move new-code to build-line(209:5)
           perform 150-find-insert-row
           perform 440-insert-row
           move sg-opt-a-cost to opt-cost
           move sg-opt-a-text to opt-text
           perform 430-build-option-line
           perform 440-insert-row
           move sg-opt-b-cost to opt-cost
           move sg-opt-b-text to opt-text
           perform 430-build-option-line
           perform 440-insert-row.

       925-apply-policy.
           if policy-cost > policy-max-win
               move policy-max-win to policy-cost
               move "Y" to policy-clamped-switch
           end-if
           if policy-cost < 0
               and function abs(policy-cost) > policy-max-loss
               compute policy-cost = 0 - policy-max-loss
               move "Y" to policy-clamped-switch
           end-if.

       930-edit-suggestion.
           display erase screen
           display '=== EDIT SUGGESTION ===' at 0202
           display 'Leave a field blank to keep it.' at 0302
           display 'Text line 1: ' at 0502
           move spaces to edit-text
           accept edit-text at 0602
           if edit-text not = spaces
               move edit-text to sg-text-1
           end-if
           display 'Text line 2: ' at 0702
           move spaces to edit-text
           accept edit-text at 0802
           if edit-text not = spaces
               move edit-text to sg-text-2
           end-if
           display 'Text line 3: ' at 0902
           move spaces to edit-text
           accept edit-text at 1002
           if edit-text not = spaces
               move edit-text to sg-text-3
           end-if
           if sg-is-choice
               display 'Option 1 wallet change: ' at 1202
               move spaces to edit-cost-fld
               accept edit-cost-fld at 1227
               if edit-cost-fld not = spaces
                   compute sg-opt-a-cost =
                       function numval(edit-cost-fld)
               end-if
               display 'Option 1 text: ' at 1302
               move spaces to edit-text
               accept edit-text at 1402
               if edit-text not = spaces
                   move edit-text to sg-opt-a-text
               end-if
               display 'Option 2 wallet change: ' at 1502
               move spaces to edit-cost-fld
               accept edit-cost-fld at 1527
               if edit-cost-fld not = spaces
                   compute sg-opt-b-cost =
                       function numval(edit-cost-fld)
               end-if
               display 'Option 2 text: ' at 1602
               move spaces to edit-text
               accept edit-text at 1702
               if edit-text not = spaces
                   move edit-text to sg-opt-b-text
               end-if
               move sg-opt-a-cost to sg-payout
           else
               display 'Wallet change: ' at 1202
               move spaces to edit-cost-fld
               accept edit-cost-fld at 1217
               if edit-cost-fld not = spaces
                   compute sg-payout =
                       function numval(edit-cost-fld)
               end-if
           end-if.

       940-reject-suggestion.
           display 'Reason for the player (optional):' at 2202
           move spaces to reject-reason
           accept reject-reason at 2302
           move "events" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display 'The suggestion queue is busy - try again.'
                   at 2202
               accept user-input at 2245
               exit paragraph
           end-if
           move "REJECTED" to sg-status-fld
           move spaces to sg-code-fld
           perform 950-save-pending-status
           perform 622-release-lock
           move spaces to mail-text
           if reject-reason = spaces
               string 'Your event idea ' delimited size
                   function trim(sg-id-fld) delimited size
                   ' was not accepted this time.' delimited size
                   into mail-text
           else
               string 'Your event idea ' delimited size
                   function trim(sg-id-fld) delimited size
                   ' was not accepted: ' delimited size
                   function trim(reject-reason) delimited size
                   into mail-text
           end-if
           perform 970-mail-submitter
           move "Y" to decision-switch.

       950-save-pending-status.
           move sg-payout to sg-payout-edit
           move spaces to sg-line
           string function trim(sg-id-fld) delimited size
               '|' delimited size
               function trim(sg-status-fld) delimited size
               '|' delimited size
               function trim(sg-user-fld) delimited size
               '|' delimited size
               function trim(sg-date-fld) delimited size
               '|' delimited size
               function trim(sg-payout-edit) delimited size
               '|' delimited size
               function trim(sg-text-1 trailing) delimited size
               '|' delimited size
               function trim(sg-text-2 trailing) delimited size
               '|' delimited size
               function trim(sg-text-3 trailing) delimited size
               '|' delimited size
               into sg-line
           if sg-is-choice
               move sg-opt-a-cost to sg-opt-a-edit
               move sg-opt-b-cost to sg-opt-b-edit
               move sg-line to pending-event-record
               move spaces to sg-line
               string function trim(pending-event-record trailing)
                       delimited size
                   function trim(sg-opt-a-edit) delimited size
                   '|' delimited size
                   function trim(sg-opt-a-text trailing)
                       delimited size
                   '|' delimited size
                   function trim(sg-opt-b-edit) delimited size
                   '|' delimited size
                   function trim(sg-opt-b-text trailing)
                       delimited size
                   '|' delimited size
                   sg-code-fld delimited size
                   into sg-line
           else
               move sg-line to pending-event-record
               move spaces to sg-line
               string function trim(pending-event-record trailing)
                       delimited size
                   '||||' delimited size
                   sg-code-fld delimited size
                   into sg-line
           end-if
           perform 905-load-pending
           perform 955-replace-pending-row
               varying pending-idx from 1 by 1
               until pending-idx > pending-count
           open output pending-event-file
           if pending-ev-status = "00"
               perform 957-write-pending-row
                   varying pending-idx from 1 by 1
                   until pending-idx > pending-count
               close pending-event-file
           end-if.

       955-replace-pending-row.
           if pending-row(pending-idx)(1:6) = sg-id-fld
               move sg-line to pending-row(pending-idx)
           end-if.

       957-write-pending-row.
           write pending-event-record from pending-row(pending-idx).

       960-record-author.
           accept review-date from date yyyymmdd
           move spaces to authors-line
           string new-code delimited size
               '|' delimited size
               function trim(sg-user-fld) delimited size
               '|' delimited size
               review-date delimited size
               '||' delimited size
               into authors-line
           open extend authors-file
           if authors-status not = "00"
               open output authors-file
           end-if
           if authors-status = "00"
               write authors-record from authors-line
               close authors-file
           end-if.

       970-mail-submitter.
           move sg-user-fld to mail-to
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
               '|EVENTS|' delimited size
               function trim(mail-text) delimited size
               into mail-log-line
           open extend mail-log-file
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file.

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


       end program eventedit.
