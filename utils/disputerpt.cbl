       identification division.
       program-id. disputerpt.

       environment division.
       input-output section.
           select dispute-file assign to
               "./NGM/data/disputes.dat"
                             organization is line sequential
                             file status is dispute-status.
           select dispute-hist-file assign to
               "./NGM/logs/dispute_history.dat"
                             organization is line sequential
                             file status is dispute-hist-status.
           select dispute-report-file assign to
               "./reports/disputes_report.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd dispute-file.
           01 dispute-record pic x(300).
           fd dispute-hist-file.
           01 dispute-hist-record pic x(150).
           fd dispute-report-file.
           01 dispute-report-record pic x(132).

       working-storage section.
       01  local-data.
           05 report-status     pic x(2).
           05 dispute-status    pic x(2).
           05 dispute-hist-status pic x(2).
           05 dispute-eof-switch pic x(1) value "N".
               88 end-of-disputes value "Y".
           05 hist-eof-switch   pic x(1) value "N".
               88 end-of-history value "Y".
           05 command-line-arg  pic x(20).
           05 case-filter       pic x(7) value spaces.
           05 run-date          pic 9(8).
           05 run-time          pic 9(8).

       01  dispute-fields.
           05 dispute-line      pic x(300).
           05 dq-case-fld       pic x(7).
           05 dq-status-fld     pic x(8).
           05 dq-player-fld     pic x(20).
           05 dq-date-fld       pic x(8).
           05 dq-time-fld       pic x(8).
           05 dq-bal-fld        pic x(8).
           05 dq-owner-fld      pic x(10).
           05 dq-reason-fld     pic x(40).
           05 dq-txn-fld        pic x(100).
           05 dq-pointer        pic 9(3).
           05 hist-line         pic x(150).
           05 dh-case-fld       pic x(7).
           05 dh-date-fld       pic x(8).
           05 dh-time-fld       pic x(8).
           05 dh-status-fld     pic x(8).
           05 dh-by-fld         pic x(20).
           05 dh-amount-fld     pic x(8).
           05 dh-note-fld       pic x(40).

       01  dispute-totals.
           05 case-count        pic 9(5) value 0.
           05 open-count        pic 9(5) value 0.
           05 assigned-count    pic 9(5) value 0.
           05 pending-count     pic 9(5) value 0.
           05 resolved-count    pic 9(5) value 0.
           05 rejected-count    pic 9(5) value 0.
           05 aged-count        pic 9(5) value 0.
           05 credit-count      pic 9(5) value 0.
           05 credit-total      pic 9(9) value 0.
           05 case-age          pic s9(5).
           05 aged-days         pic 9(3) value 7.
           05 disp-count        pic z(4)9.
           05 disp-age          pic z(4)9.
           05 disp-amount       pic z(8)9.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== DISPUTE CASE REPORT ==="
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg not = spaces
               move command-line-arg(1:7) to case-filter
           end-if
           open output dispute-report-file
           if report-status not = "00"
               display "Could not open dispute report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 010-write-header
           move "N" to dispute-eof-switch
           open input dispute-file
           if dispute-status = "00"
               perform 100-read-dispute
                   until end-of-disputes
               close dispute-file
           else
               move spaces to dispute-report-record
               move 'NO DISPUTES ON FILE' to dispute-report-record
               write dispute-report-record
           end-if
           perform 900-write-footer
           close dispute-report-file
           move case-count to disp-count
           display "Cases reported: " disp-count
           stop run.

       010-write-header.
           move spaces to dispute-report-record
           string '=== DISPUTE CASE REPORT - ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               ' ===' delimited size
               into dispute-report-record
           write dispute-report-record
           if case-filter not = spaces
               move spaces to dispute-report-record
               string 'CASE: ' delimited size
                   case-filter delimited size
                   into dispute-report-record
               write dispute-report-record
           end-if
           move spaces to dispute-report-record
           move 'CASE     STATUS    PLAYER               OPENED    '
               to dispute-report-record
           move 'AGE  OWNER       REASON'
               to dispute-report-record(51:23)
           write dispute-report-record.

       100-read-dispute.
           read dispute-file into dispute-line
               at end move "Y" to dispute-eof-switch
           end-read
           if not end-of-disputes
               and dispute-line not = spaces
               perform 110-split-dispute
               if case-filter = spaces
                   or dq-case-fld = case-filter
                   perform 120-report-case
               end-if
           end-if.

       110-split-dispute.
           move spaces to dq-case-fld dq-status-fld dq-player-fld
               dq-date-fld dq-time-fld dq-bal-fld dq-owner-fld
               dq-reason-fld dq-txn-fld
           move 1 to dq-pointer
           unstring dispute-line delimited by '|'
               into dq-case-fld dq-status-fld dq-player-fld
                   dq-date-fld dq-time-fld dq-bal-fld
                   dq-owner-fld dq-reason-fld
               with pointer dq-pointer
           end-unstring
           if dq-pointer < 300
               move dispute-line(dq-pointer:) to dq-txn-fld
           end-if.

       120-report-case.
           add 1 to case-count
           evaluate dq-status-fld
               when "OPEN"
                   add 1 to open-count
               when "ASSIGNED"
                   add 1 to assigned-count
               when "PENDING"
                   add 1 to pending-count
               when "RESOLVED"
                   add 1 to resolved-count
               when "REJECTED"
                   add 1 to rejected-count
           end-evaluate
           move 0 to case-age
           if dq-date-fld is numeric
               compute case-age =
                   function integer-of-date(run-date)
                   - function integer-of-date
                       (function numval(dq-date-fld))
           end-if
           if case-age > aged-days
               and dq-status-fld not = "RESOLVED"
               and dq-status-fld not = "REJECTED"
               add 1 to aged-count
           end-if
           move case-age to disp-age
           move spaces to dispute-report-record
           move dq-case-fld to dispute-report-record(1:7)
           move dq-status-fld to dispute-report-record(10:8)
           move dq-player-fld to dispute-report-record(20:20)
           move dq-date-fld to dispute-report-record(41:8)
           move disp-age to dispute-report-record(49:5)
           move dq-owner-fld to dispute-report-record(56:10)
           move dq-reason-fld to dispute-report-record(68:40)
           write dispute-report-record
           move spaces to dispute-report-record
           string '    LINE: ' delimited size
               function trim(dq-txn-fld trailing) delimited size
               into dispute-report-record
           write dispute-report-record
           perform 130-scan-history.

       130-scan-history.
           move "N" to hist-eof-switch
           open input dispute-hist-file
           if dispute-hist-status = "00"
               perform 140-read-history
                   until end-of-history
               close dispute-hist-file
           end-if.

       140-read-history.
           read dispute-hist-file into hist-line
               at end move "Y" to hist-eof-switch
           end-read
           if not end-of-history
               move spaces to dh-case-fld dh-date-fld dh-time-fld
                   dh-status-fld dh-by-fld dh-amount-fld dh-note-fld
               unstring hist-line delimited by '|'
                   into dh-case-fld dh-date-fld dh-time-fld
                       dh-status-fld dh-by-fld dh-amount-fld
                       dh-note-fld
               end-unstring
               if dh-case-fld = dq-case-fld
                   perform 150-write-history-line
               end-if
           end-if.

       150-write-history-line.
           move spaces to dispute-report-record
           move dh-date-fld to dispute-report-record(5:8)
           move dh-time-fld to dispute-report-record(14:8)
           move dh-status-fld to dispute-report-record(24:8)
           move dh-by-fld to dispute-report-record(34:10)
           if function numval(dh-amount-fld) > 0
               move function numval(dh-amount-fld) to disp-amount
               move disp-amount to dispute-report-record(45:9)
               if dh-status-fld = "RESOLVED"
                   add 1 to credit-count
                   add function numval(dh-amount-fld)
                       to credit-total
               end-if
           end-if
           move dh-note-fld to dispute-report-record(56:40)
           write dispute-report-record.

       900-write-footer.
           move spaces to dispute-report-record
           write dispute-report-record
           move spaces to dispute-report-record
           move case-count to disp-count
           string 'CASES:        ' delimited size
               disp-count delimited size
               into dispute-report-record
           write dispute-report-record
           move spaces to dispute-report-record
           move open-count to disp-count
           string 'OPEN:         ' delimited size
               disp-count delimited size
               into dispute-report-record
           write dispute-report-record
           move spaces to dispute-report-record
           move assigned-count to disp-count
           string 'ASSIGNED:     ' delimited size
               disp-count delimited size
               into dispute-report-record
           write dispute-report-record
           move spaces to dispute-report-record
           move pending-count to disp-count
           string 'PENDING:      ' delimited size
               disp-count delimited size
               into dispute-report-record
           write dispute-report-record
           move spaces to dispute-report-record
           move resolved-count to disp-count
           string 'RESOLVED:     ' delimited size
               disp-count delimited size
               into dispute-report-record
           write dispute-report-record
           move spaces to dispute-report-record
           move rejected-count to disp-count
           string 'REJECTED:     ' delimited size
               disp-count delimited size
               into dispute-report-record
           write dispute-report-record
           move spaces to dispute-report-record
           move aged-count to disp-count
           string 'UNSETTLED OVER 7 DAYS: ' delimited size
               disp-count delimited size
               into dispute-report-record
           write dispute-report-record
           move spaces to dispute-report-record
           move credit-count to disp-count
           move credit-total to disp-amount
           string 'CREDITS PAID: ' delimited size
               disp-count delimited size
               '  $' delimited size
               disp-amount delimited size
               into dispute-report-record
           write dispute-report-record.

       end program disputerpt.
