       identification division.
       program-id. loanbook.

       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select loan-file assign to loan-path
                             organization is line sequential
                             file status is loan-status.
           select credit-file assign to credit-path
                             organization is line sequential
                             file status is credit-status.
           select book-file assign to
               "./NGM/logs/loan_book.dat"
                             organization is line sequential
                             file status is book-status.
           select history-file assign to
               "./NGM/data/loanbook_history.dat"
                             organization is line sequential
                             file status is history-status.
           select txn-log-file assign to txn-log-path
                             organization is line sequential
                             file status is txn-log-status.
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
           select loan-report-file assign to
               "./reports/loan_book.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd loan-file.
           01 loan-record pic x(80).
           fd credit-file.
           01 credit-record pic x(20).
           fd book-file.
           01 book-record pic x(80).
           fd history-file.
           01 history-record pic x(150).
           fd txn-log-file.
           01 txn-log-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd lock-file.
           01 lock-record pic x(20).
           fd loan-report-file.
           01 loan-report-record pic x(132).

       working-storage section.
       01  run-control.
           05 run-date          pic 9(8).
           05 week-ago-date     pic 9(8).
           05 fortnight-date    pic 9(8).
           05 player-name       pic x(20).
           05 report-status     pic x(2).
           05 loans-aged        pic 9(5) value 0.
           05 trade-amt         pic 9(7).
           05 disp-count        pic z(4)9.
           05 disp-amount       pic z(8)9.
           05 disp-change       pic -(8)9.
           05 disp-pct          pic zz9.
           05 disp-days         pic zz9.

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).

       01  book-rules.
           05 due-days            pic 9(3) value 30.
           05 writeoff-days       pic 9(3) value 120.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).

       01  house-loan.
           05 loan-status       pic x(2).
           05 loan-path         pic x(60).
           05 loan-line         pic x(80).
           05 loan-prin-fld     pic x(8).
           05 loan-orig-fld     pic x(8).
           05 loan-taken-fld    pic x(8).
           05 loan-int-fld      pic x(8).
           05 loan-wo-fld       pic x(2).
           05 loan-woamt-fld    pic x(8).
           05 loan-wodate-fld   pic x(8).
           05 loan-principal    pic 9(7).
           05 loan-orig-amt     pic 9(7).
           05 loan-taken-date   pic 9(8).
           05 loan-int-date     pic 9(8).
           05 loan-wo-flag      pic x(2).
               88 loan-written-off value "WO".
           05 loan-wo-amt       pic 9(7).
           05 loan-wo-date      pic 9(8).
           05 loan-accrued      pic 9(7).
           05 loan-balance      pic 9(7).
           05 loan-part         pic 9(7).
           05 interest-part     pic 9(7).
           05 unbilled-days     pic s9(5).
           05 days-past-due     pic s9(5).

       01  credit-terms.
           05 credit-status     pic x(2).
           05 credit-path       pic x(60).
           05 credit-line       pic x(20).
           05 credit-score-fld  pic x(4).
           05 credit-score      pic 9(3).
           05 loan-rate         pic 9(2).
           05 term-idx          pic 9(1).

       01  bucket-names.
           05 filler pic x(12) value 'CURRENT'.
           05 filler pic x(12) value '1-7 DAYS'.
           05 filler pic x(12) value '8-30 DAYS'.
           05 filler pic x(12) value '31-90 DAYS'.
           05 filler pic x(12) value '90+ DAYS'.
           05 filler pic x(12) value 'TOTAL'.
       01  bucket-name-table redefines bucket-names.
           05 bucket-name       pic x(12) occurs 6 times.

       01  term-names.
           05 filler pic x(20) value '1%/DAY  SCORE 60+'.
           05 filler pic x(20) value '2%/DAY  SCORE 30-59'.
           05 filler pic x(20) value '3%/DAY  SCORE <30'.
       01  term-name-table redefines term-names.
           05 term-name         pic x(20) occurs 3 times.

       01  aging-book.
           05 bucket-idx        pic 9(1).
           05 bucket-tally occurs 6 times.
               10 bk-count      pic 9(5).
               10 bk-principal  pic 9(9).
               10 bk-interest   pic 9(9).
           05 term-tally occurs 3 times.
               10 tm-count      pic 9(5).
               10 tm-past-due   pic 9(5).
           05 bucket-balance    pic 9(9).
           05 prior-balance     pic 9(9).
           05 balance-change    pic s9(9).
           05 past-due-pct      pic 9(3).

       01  writeoff-book.
           05 wo-run-count      pic 9(5) value 0.
           05 wo-run-amt        pic 9(9) value 0.
           05 wo-book-count     pic 9(5) value 0.
           05 wo-book-owed      pic 9(9) value 0.
           05 wo-total          pic 9(9) value 0.
           05 rec-total         pic 9(9) value 0.
           05 rec-week          pic 9(9) value 0.
           05 rec-prior-week    pic 9(9) value 0.
           05 recovery-pct      pic 9(3).

       01  book-ledger.
           05 book-status       pic x(2).
           05 book-eof-switch   pic x(1) value "N".
               88 end-of-book value "Y".
           05 book-line         pic x(80).
           05 bl-date-fld       pic x(8).
           05 bl-time-fld       pic x(8).
           05 bl-user           pic x(20).
           05 bl-kind           pic x(10).
           05 bl-amount-fld     pic x(10).
           05 bl-date           pic 9(8).
           05 bl-amount         pic 9(7).
           05 book-time         pic 9(8).

       01  history-control.
           05 history-status    pic x(2).
           05 history-eof-switch pic x(1) value "N".
               88 end-of-history value "Y".
           05 prior-switch      pic x(1) value "N".
               88 prior-found value "Y".

       01  history-row.
           05 hr-date           pic 9(8).
           05 hr-bucket occurs 5 times.
               10 filler        pic x(1) value '|'.
               10 hr-count      pic 9(5).
               10 filler        pic x(1) value '|'.
               10 hr-balance    pic 9(9).
           05 hr-term occurs 3 times.
               10 filler        pic x(1) value '|'.
               10 hr-term-count pic 9(5).
               10 filler        pic x(1) value '|'.
               10 hr-term-due   pic 9(5).
           05 filler            pic x(1) value '|'.
           05 hr-wo-owed        pic 9(9).

       01  prior-row.
           05 pr-date           pic 9(8).
           05 pr-bucket occurs 5 times.
               10 filler        pic x(1).
               10 pr-count      pic 9(5).
               10 filler        pic x(1).
               10 pr-balance    pic 9(9).
           05 pr-term occurs 3 times.
               10 filler        pic x(1).
               10 pr-term-count pic 9(5).
               10 filler        pic x(1).
               10 pr-term-due   pic 9(5).
           05 filler            pic x(1).
           05 pr-wo-owed        pic 9(9).

       01  txn-post.
           05 txn-log-status    pic x(2).
           05 txn-log-path      pic x(60).
           05 txn-log-line      pic x(100).
           05 txn-timestamp     pic 9(8).
           05 txn-date          pic 9(8).
           05 txn-direction     pic x(8).
           05 txn-user          pic x(20).
           05 txn-other         pic x(20).
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

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
           05 api-command       pic x(100).
           05 poll-interval-ns  pic 9(9) value 250000000.

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
           compute week-ago-date = function date-of-integer
               (function integer-of-date(run-date) - 7)
           compute fortnight-date = function date-of-integer
               (function integer-of-date(run-date) - 14)
           display "=== LOAN BOOK AGING ==="
           perform 010-load-tunables
           perform 020-clear-tally
               varying bucket-idx from 1 by 1
               until bucket-idx > 6
           perform 025-clear-terms
               varying term-idx from 1 by 1
               until term-idx > 3
           perform 100-scan-players
           if return-code = 8
               stop run
           end-if
           perform 200-scan-book
           perform 300-load-prior
           open output loan-report-file
           if report-status not = "00"
               display "Could not open loan book report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 400-write-report
           close loan-report-file
           perform 500-append-history
           move loans-aged to disp-count
           display "Loans aged:      " disp-count
           move wo-run-count to disp-count
           display "Loans written off: " disp-count
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
               evaluate tunable-name
                   when "LOAN-DUE-DAYS"
                       if function numval(tunable-value-fld) > 0
                           compute due-days =
                               function numval(tunable-value-fld)
                       end-if
                   when "LOAN-WRITEOFF-DAYS"
                       if function numval(tunable-value-fld) > 0
                           compute writeoff-days =
                               function numval(tunable-value-fld)
                       end-if
               end-evaluate
           end-if.

       020-clear-tally.
           move 0 to bk-count(bucket-idx) bk-principal(bucket-idx)
               bk-interest(bucket-idx).

       025-clear-terms.
           move 0 to tm-count(term-idx) tm-past-due(term-idx).

       100-scan-players.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 110-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       110-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to player-name preg-status-fld
               unstring players-record delimited by '|'
                   into player-name preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if preg-status-fld not = "CLOSED"
                   and player-name not = spaces
                   perform 120-age-loan
               end-if
           end-if.

       120-age-loan.
           perform 125-load-loan
           if loan-principal = 0
               exit paragraph
           end-if
           if loan-written-off
               add 1 to wo-book-count
               add loan-principal to wo-book-owed
               exit paragraph
           end-if
           perform 130-load-terms
           move 0 to loan-accrued
           if loan-int-date not = 0 and loan-int-date < run-date
               compute unbilled-days =
                   function integer-of-date(run-date)
                   - function integer-of-date(loan-int-date)
               compute loan-accrued = loan-principal
                   * loan-rate * unbilled-days / 100
           end-if
           compute loan-balance = loan-principal + loan-accrued
           move 0 to days-past-due
           if loan-taken-date not = 0
               compute days-past-due =
                   function integer-of-date(run-date)
                   - function integer-of-date(loan-taken-date)
                   - due-days
           end-if
           if days-past-due > writeoff-days
               perform 150-write-off-loan
               exit paragraph
           end-if
           move loan-orig-amt to loan-part
           if loan-part > loan-principal
               move loan-principal to loan-part
           end-if
           compute interest-part = loan-balance - loan-part
           perform 140-place-in-bucket.

       125-load-loan.
           move spaces to loan-path
           string './NGM/logs/loan_' delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into loan-path
           move 0 to loan-principal loan-orig-amt loan-taken-date
               loan-int-date loan-wo-amt loan-wo-date
           move spaces to loan-wo-flag
           open input loan-file
           if loan-status = "00"
               move spaces to loan-line
               read loan-file into loan-line
                   at end continue
               end-read
               close loan-file
               move spaces to loan-prin-fld loan-orig-fld
                   loan-taken-fld loan-int-fld loan-wo-fld
                   loan-woamt-fld loan-wodate-fld
               unstring loan-line delimited by '|'
                   into loan-prin-fld loan-orig-fld
                       loan-taken-fld loan-int-fld loan-wo-fld
                       loan-woamt-fld loan-wodate-fld
               end-unstring
               compute loan-principal =
                   function numval(loan-prin-fld)
               compute loan-orig-amt =
                   function numval(loan-orig-fld)
               compute loan-taken-date =
                   function numval(loan-taken-fld)
               compute loan-int-date =
                   function numval(loan-int-fld)
               move loan-wo-fld to loan-wo-flag
               if loan-written-off
                   compute loan-wo-amt =
                       function numval(loan-woamt-fld)
                   compute loan-wo-date =
                       function numval(loan-wodate-fld)
               end-if
           end-if.

       130-load-terms.
           move 50 to credit-score
           move spaces to credit-path
           string './NGM/logs/credit_' delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into credit-path
           open input credit-file
           if credit-status = "00"
               move spaces to credit-line
               read credit-file into credit-line
                   at end continue
               end-read
               close credit-file
               move spaces to credit-score-fld
               unstring credit-line delimited by '|'
                   into credit-score-fld
               end-unstring
               if function numval(credit-score-fld) > 0
                   compute credit-score =
                       function numval(credit-score-fld)
               end-if
           end-if
           evaluate true
               when credit-score >= 60
                   move 1 to loan-rate
               when credit-score >= 30
                   move 2 to loan-rate
               when other
                   move 3 to loan-rate
           end-evaluate
           move loan-rate to term-idx.

       140-place-in-bucket.
           evaluate true
               when days-past-due <= 0
                   move 1 to bucket-idx
               when days-past-due <= 7
                   move 2 to bucket-idx
               when days-past-due <= 30
                   move 3 to bucket-idx
               when days-past-due <= 90
                   move 4 to bucket-idx
               when other
                   move 5 to bucket-idx
           end-evaluate
           add 1 to loans-aged
           add 1 to bk-count(bucket-idx) bk-count(6)
           add loan-part to bk-principal(bucket-idx) bk-principal(6)
           add interest-part to bk-interest(bucket-idx)
               bk-interest(6)
           add 1 to tm-count(term-idx)
           if bucket-idx > 1
               add 1 to tm-past-due(term-idx)
           end-if.

       150-write-off-loan.
           move loan-balance to loan-principal
           move run-date to loan-int-date
           move "WO" to loan-wo-flag
           move loan-balance to loan-wo-amt
           move run-date to loan-wo-date
           perform 160-save-loan
           if loan-status not = "00"
               exit paragraph
           end-if
           add 1 to wo-run-count wo-book-count
           add loan-balance to wo-run-amt wo-book-owed
           move loan-balance to trade-amt
           move "LOANWO" to txn-direction
           move player-name to txn-user
           move "LOANDESK" to txn-other
           perform 600-log-transaction
           move "WRITEOFF" to bl-kind
           move loan-balance to bl-amount
           perform 620-append-book
           move loan-balance to disp-amount
           move days-past-due to disp-days
           move player-name to mail-to
           move spaces to mail-text
           string 'Your $' delimited size
               function trim(disp-amount) delimited size
               ' bank loan is ' delimited size
               function trim(disp-days) delimited size
               ' days past due and was written off. It is still'
               delimited size
               ' owed.' delimited size
               into mail-text
           perform 610-post-mail.

       160-save-loan.
           open output loan-file
           if loan-status = "00"
               move spaces to loan-line
               string loan-principal delimited size
                   '|' delimited size
                   loan-orig-amt delimited size
                   '|' delimited size
                   loan-taken-date delimited size
                   '|' delimited size
                   loan-int-date delimited size
                   '|WO|' delimited size
                   loan-wo-amt delimited size
                   '|' delimited size
                   loan-wo-date delimited size
                   into loan-line
               write loan-record from loan-line
               close loan-file
           end-if.

       200-scan-book.
           move "N" to book-eof-switch
           open input book-file
           if book-status = "00"
               perform 210-read-book-line
                   until end-of-book
               close book-file
           end-if.

       210-read-book-line.
           read book-file into book-line
               at end move "Y" to book-eof-switch
           end-read
           if end-of-book
               exit paragraph
           end-if
           move spaces to bl-date-fld bl-time-fld bl-user bl-kind
               bl-amount-fld
           unstring book-line delimited by '|'
               into bl-date-fld bl-time-fld bl-user bl-kind
                   bl-amount-fld
           end-unstring
           if bl-date-fld is not numeric
               exit paragraph
           end-if
           move bl-date-fld to bl-date
           compute bl-amount = function numval(bl-amount-fld)
           evaluate bl-kind
               when "WRITEOFF"
                   add bl-amount to wo-total
               when "RECOVERY"
                   add bl-amount to rec-total
                   if bl-date > week-ago-date
                       add bl-amount to rec-week
                   else
                       if bl-date > fortnight-date
                           add bl-amount to rec-prior-week
                       end-if
                   end-if
           end-evaluate.

       300-load-prior.
           move "N" to history-eof-switch prior-switch
           open input history-file
           if history-status = "00"
               perform 310-read-history-line
                   until end-of-history
               close history-file
           end-if.

       310-read-history-line.
           read history-file
               at end move "Y" to history-eof-switch
           end-read
           if not end-of-history
               and history-record(1:8) is numeric
               and history-record(1:8) <= week-ago-date
               move history-record to prior-row
               move "Y" to prior-switch
           end-if.

       400-write-report.
           move spaces to loan-report-record
           string '=== LOAN BOOK AGING - ' delimited size
               run-date delimited size
               ' ===' delimited size
               into loan-report-record
           write loan-report-record
           move spaces to loan-report-record
           if prior-found
               string 'COMPARED WITH THE RUN OF ' delimited size
                   pr-date delimited size
                   into loan-report-record
           else
               move 'NO RUN FROM A WEEK AGO ON FILE TO COMPARE'
                   to loan-report-record
           end-if
           write loan-report-record
           move spaces to loan-report-record
           write loan-report-record
           move 'BUCKET' to loan-report-record
           move 'LOANS' to loan-report-record(14:5)
           move 'PRINCIPAL $' to loan-report-record(21:11)
           move 'INTEREST $' to loan-report-record(34:10)
           move 'BALANCE $' to loan-report-record(46:9)
           move 'LAST WEEK $' to loan-report-record(57:11)
           move 'CHANGE $' to loan-report-record(70:8)
           write loan-report-record
           perform 410-write-bucket-line
               varying bucket-idx from 1 by 1
               until bucket-idx > 6
           perform 420-write-writeoff-lines
           move spaces to loan-report-record
           write loan-report-record
           move 'CREDIT TERMS' to loan-report-record
           move 'LOANS' to loan-report-record(22:5)
           move 'PAST DUE' to loan-report-record(29:8)
           move 'PAST DUE %' to loan-report-record(39:10)
           move 'LAST WEEK %' to loan-report-record(51:11)
           write loan-report-record
           perform 430-write-term-line
               varying term-idx from 1 by 1
               until term-idx > 3.

       410-write-bucket-line.
           move spaces to loan-report-record
           move bucket-name(bucket-idx) to loan-report-record
           move bk-count(bucket-idx) to disp-count
           move disp-count to loan-report-record(14:5)
           move bk-principal(bucket-idx) to disp-amount
           move disp-amount to loan-report-record(23:9)
           move bk-interest(bucket-idx) to disp-amount
           move disp-amount to loan-report-record(35:9)
           compute bucket-balance = bk-principal(bucket-idx)
               + bk-interest(bucket-idx)
           move bucket-balance to disp-amount
           move disp-amount to loan-report-record(46:9)
           if prior-found
               if bucket-idx < 6
                   move pr-balance(bucket-idx) to prior-balance
               else
                   compute prior-balance = pr-balance(1)
                       + pr-balance(2) + pr-balance(3)
                       + pr-balance(4) + pr-balance(5)
               end-if
               move prior-balance to disp-amount
               move disp-amount to loan-report-record(59:9)
               compute balance-change = bucket-balance
                   - prior-balance
               move balance-change to disp-change
               move disp-change to loan-report-record(68:10)
           else
               move 'N/A' to loan-report-record(65:3)
           end-if
           write loan-report-record.

       420-write-writeoff-lines.
           move spaces to loan-report-record
           write loan-report-record
           move spaces to loan-report-record
           move wo-run-count to disp-count
           move wo-run-amt to disp-amount
           move writeoff-days to disp-days
           string 'WRITTEN OFF THIS RUN:  ' delimited size
               function trim(disp-count) delimited size
               ' LOANS  $' delimited size
               function trim(disp-amount) delimited size
               '  (OVER ' delimited size
               function trim(disp-days) delimited size
               ' DAYS PAST DUE)' delimited size
               into loan-report-record
           write loan-report-record
           move spaces to loan-report-record
           move wo-book-count to disp-count
           move wo-book-owed to disp-amount
           string 'WRITTEN-OFF BOOK:      ' delimited size
               function trim(disp-count) delimited size
               ' LOANS  $' delimited size
               function trim(disp-amount) delimited size
               ' STILL OWED' delimited size
               into loan-report-record
           if prior-found
               move pr-wo-owed to disp-amount
               string '  (LAST WEEK $' delimited size
                   function trim(disp-amount) delimited size
                   ')' delimited size
                   into loan-report-record(60:40)
           end-if
           write loan-report-record
           move spaces to loan-report-record
           move wo-total to disp-amount
           string 'WRITE-OFFS TO DATE:    $' delimited size
               function trim(disp-amount) delimited size
               into loan-report-record
           write loan-report-record
           move spaces to loan-report-record
           move 0 to recovery-pct
           if wo-total > 0
               compute recovery-pct rounded =
                   rec-total * 100 / wo-total
           end-if
           move rec-total to disp-amount
           move recovery-pct to disp-pct
           string 'RECOVERIES TO DATE:    $' delimited size
               function trim(disp-amount) delimited size
               '  (' delimited size
               function trim(disp-pct) delimited size
               '% OF WRITE-OFFS)' delimited size
               into loan-report-record
           write loan-report-record
           move spaces to loan-report-record
           move rec-week to disp-amount
           string 'RECOVERIES THIS WEEK:  $' delimited size
               function trim(disp-amount) delimited size
               into loan-report-record
           move rec-prior-week to disp-amount
           string '  PRIOR WEEK: $' delimited size
               function trim(disp-amount) delimited size
               into loan-report-record(40:30)
           write loan-report-record.

       430-write-term-line.
           move spaces to loan-report-record
           move term-name(term-idx) to loan-report-record
           move tm-count(term-idx) to disp-count
           move disp-count to loan-report-record(22:5)
           move tm-past-due(term-idx) to disp-count
           move disp-count to loan-report-record(32:5)
           move 0 to past-due-pct
           if tm-count(term-idx) > 0
               compute past-due-pct rounded =
                   tm-past-due(term-idx) * 100 / tm-count(term-idx)
           end-if
           move past-due-pct to disp-pct
           move disp-pct to loan-report-record(46:3)
           if prior-found
               move 0 to past-due-pct
               if pr-term-count(term-idx) > 0
                   compute past-due-pct rounded =
                       pr-term-due(term-idx) * 100
                       / pr-term-count(term-idx)
               end-if
               move past-due-pct to disp-pct
               move disp-pct to loan-report-record(59:3)
           else
               move 'N/A' to loan-report-record(59:3)
           end-if
           write loan-report-record.

       500-append-history.
           move run-date to hr-date
           perform 510-fill-history-bucket
               varying bucket-idx from 1 by 1
               until bucket-idx > 5
           perform 515-fill-history-term
               varying term-idx from 1 by 1
               until term-idx > 3
           move wo-book-owed to hr-wo-owed
           open extend history-file
           if history-status not = "00"
               open output history-file
           end-if
           if history-status = "00"
               write history-record from history-row
               close history-file
           end-if.

       510-fill-history-bucket.
           move bk-count(bucket-idx) to hr-count(bucket-idx)
           compute hr-balance(bucket-idx) = bk-principal(bucket-idx)
               + bk-interest(bucket-idx).

       515-fill-history-term.
           move tm-count(term-idx) to hr-term-count(term-idx)
           move tm-past-due(term-idx) to hr-term-due(term-idx).

       600-log-transaction.
           perform 605-next-txn-id
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(txn-user) delimited size
               '.dat' delimited size
               into txn-log-path
           accept txn-timestamp from time
           accept txn-date from date yyyymmdd
           move spaces to txn-log-line
           string txn-timestamp delimited size
               '|' delimited size
               function trim(txn-direction) delimited size
               '|' delimited size
               trade-amt delimited size
               '|' delimited size
               '0' delimited size
               '|' delimited size
               txn-date delimited size
               '|' delimited size
               function trim(txn-other) delimited size
               '|' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
               write txn-log-record from txn-log-line
           end-if
           close txn-log-file.

       605-next-txn-id.
           accept txn-id-date from date yyyymmdd
           accept txn-id-time from time
           add 1 to txn-id-seq
           if txn-id-seq > 99
               move 0 to txn-id-seq
           end-if
           move spaces to txn-id
           string txn-id-date delimited size
               txn-id-time delimited size
               txn-id-seq delimited size
               into txn-id.

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
               '|LOANS|' delimited size
               function trim(mail-text) delimited size
               into mail-log-line
           open extend mail-log-file
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move mail-to to notify-to
           move "LOANS" to notify-category
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

       620-append-book.
           accept book-time from time
           move spaces to book-line
           string run-date delimited size
               '|' delimited size
               book-time delimited size
               '|' delimited size
               function trim(player-name) delimited size
               '|' delimited size
               function trim(bl-kind) delimited size
               '|' delimited size
               bl-amount delimited size
               into book-line
           open extend book-file
           if book-status not = "00"
               open output book-file
           end-if
           if book-status = "00"
               write book-record from book-line
               close book-file
           end-if.

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

       end program loanbook.
