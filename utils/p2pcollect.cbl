       identification division.
       program-id. p2pcollect.

       environment division.
       input-output section.
           select contract-file assign to
               "./NGM/data/p2ploans.dat"
                             organization is line sequential
                             file status is contract-status.
           select contract-temp-file assign to
               "./NGM/data/p2ploans.tmp"
                             organization is line sequential
                             file status is contract-temp-status.
           select ledger-file assign to
               "./NGM/logs/p2p_ledger.dat"
                             organization is line sequential
                             file status is ledger-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select loan-file assign to loan-path
                             organization is line sequential
                             file status is loan-status.
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
           select api-response-file assign to api-response-path
                             organization is line sequential
                             file status is file-status.

       data division.
       file section.
           fd contract-file.
           01 contract-record pic x(150).
           fd contract-temp-file.
           01 contract-temp-record pic x(150).
           fd ledger-file.
           01 ledger-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd loan-file.
           01 loan-record pic x(60).
           fd txn-log-file.
           01 txn-log-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd lock-file.
           01 lock-record pic x(20).
           fd api-response-file.
           01 api-response-record pic x(1000).

       working-storage section.
       01  local-data.
           05 file-status   pic x(2).
           05 api-command   pic x(500).
           05 api-response  pic x(1000).
           05 api-user      pic x(20).
           05 trade-amt     pic 9(7).
           05 run-date      pic 9(8).
           05 disp-amt      pic z(6)9.
           05 disp-count    pic z(4)9.

       01  correlation.
           05 ticket-seq       pic 9(2) value 0.
           05 ticket-clock     pic 9(8).
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "p2pcollect".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".

       01  collect-rules.
           05 default-misses      pic 9(2) value 3.
           05 interval-days       pic 9(3) value 7.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).

       01  contract-book.
           05 contract-status      pic x(2).
           05 contract-temp-status pic x(2).
           05 contract-eof-switch  pic x(1) value "N".
               88 end-of-contracts value "Y".
           05 contract-line        pic x(150).
           05 contract-changed-switch pic x(1) value "N".
               88 contracts-changed value "Y".
           05 cf-id-fld            pic x(7).
           05 cf-status-fld        pic x(8).
           05 cf-lender-fld        pic x(20).
           05 cf-borrower-fld      pic x(20).
           05 cf-principal-fld     pic x(8).
           05 cf-rate-fld          pic x(4).
           05 cf-count-fld         pic x(4).
           05 cf-inst-fld          pic x(8).
           05 cf-paid-fld          pic x(4).
           05 cf-balance-fld       pic x(8).
           05 cf-offer-fld         pic x(8).
           05 cf-start-fld         pic x(8).
           05 cf-due-fld           pic x(8).
           05 cf-missed-fld        pic x(4).

       01  contract-work.
           05 cw-id                pic x(7).
           05 cw-status            pic x(8).
           05 cw-lender            pic x(20).
           05 cw-borrower          pic x(20).
           05 cw-principal         pic 9(7).
           05 cw-rate              pic 9(3).
           05 cw-count             pic 9(3).
           05 cw-inst              pic 9(7).
           05 cw-paid              pic 9(3).
           05 cw-balance           pic 9(7).
           05 cw-offer-date        pic 9(8).
           05 cw-start-date        pic 9(8).
           05 cw-due-date          pic 9(8).
           05 cw-missed            pic 9(3).
           05 due-amount           pic 9(7).
           05 buyout-amount        pic 9(7).

       01  collect-counts.
           05 contracts-due        pic 9(5) value 0.
           05 payments-taken       pic 9(5) value 0.
           05 payments-missed      pic 9(5) value 0.
           05 contracts-paid       pic 9(5) value 0.
           05 contracts-defaulted  pic 9(5) value 0.
           05 collect-failed       pic 9(5) value 0.

       01  ledger-work.
           05 ledger-status        pic x(2).
           05 ledger-line          pic x(100).
           05 ledger-kind          pic x(8).
           05 ledger-amount        pic 9(7).
           05 ledger-note          pic x(30).
           05 ledger-time          pic 9(8).

       01  house-loan.
           05 loan-status       pic x(2).
           05 loan-path         pic x(60).
           05 loan-line         pic x(60).
           05 loan-prin-fld     pic x(10).
           05 loan-orig-fld     pic x(10).
           05 loan-taken-fld    pic x(10).
           05 loan-int-fld      pic x(10).
           05 loan-tail         pic x(27).
           05 loan-principal    pic 9(7).
           05 loan-orig-amt     pic 9(7).
           05 loan-taken-date   pic 9(8).
           05 loan-int-date     pic 9(8).

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
           display "=== PLAYER LOAN COLLECTIONS ==="
           perform 010-load-tunables
           move "contracts" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display "The contract desk is busy - "
                   "try again shortly."
               move 8 to return-code
               stop run
           end-if
           perform 100-collect-contracts
           perform 622-release-lock
           move contracts-due to disp-count
           display "Installments due:    " disp-count
           move payments-taken to disp-count
           display "Payments taken:      " disp-count
           move payments-missed to disp-count
           display "Payments missed:     " disp-count
           move contracts-paid to disp-count
           display "Contracts paid off:  " disp-count
           move contracts-defaulted to disp-count
           display "Contracts defaulted: " disp-count
           if collect-failed > 0
               move collect-failed to disp-count
               display "Left for next run:   " disp-count
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
               evaluate tunable-name
                   when "P2P-DEFAULT-MISSES"
                       if function numval(tunable-value-fld) > 0
                           compute default-misses =
                               function numval(tunable-value-fld)
                       end-if
                   when "P2P-INTERVAL-DAYS"
                       if function numval(tunable-value-fld) > 0
                           compute interval-days =
                               function numval(tunable-value-fld)
                       end-if
               end-evaluate
           end-if.

       100-collect-contracts.
           move "N" to contract-eof-switch
           open input contract-file
           if contract-status not = "00"
               display "No loan contracts on file."
               exit paragraph
           end-if
           open output contract-temp-file
           if contract-temp-status not = "00"
               close contract-file
               display "Could not open the contract work file."
               move 8 to return-code
               exit paragraph
           end-if
           perform 110-judge-contract-line
               until end-of-contracts
           close contract-file
           close contract-temp-file
           if contracts-changed
               perform 380-copy-contracts-back
           end-if.

       110-judge-contract-line.
           read contract-file into contract-line
               at end move "Y" to contract-eof-switch
           end-read
           if end-of-contracts
               exit paragraph
           end-if
           if contract-line not = spaces
               perform 120-split-contract
               if (cw-status = "ACTIVE" or cw-status = "DELINQ")
                   and cw-due-date not = 0
                   and cw-due-date <= run-date
                   add 1 to contracts-due
                   perform 200-collect-installment
                   perform 130-build-contract-line
                   move "Y" to contract-changed-switch
               end-if
           end-if
           write contract-temp-record from contract-line.

       120-split-contract.
           move spaces to cf-id-fld cf-status-fld cf-lender-fld
               cf-borrower-fld cf-principal-fld cf-rate-fld
               cf-count-fld cf-inst-fld cf-paid-fld cf-balance-fld
               cf-offer-fld cf-start-fld cf-due-fld cf-missed-fld
           unstring contract-line delimited by '|'
               into cf-id-fld cf-status-fld cf-lender-fld
                   cf-borrower-fld cf-principal-fld cf-rate-fld
                   cf-count-fld cf-inst-fld cf-paid-fld
                   cf-balance-fld cf-offer-fld cf-start-fld
                   cf-due-fld cf-missed-fld
           end-unstring
           move cf-id-fld to cw-id
           move cf-status-fld to cw-status
           move cf-lender-fld to cw-lender
           move cf-borrower-fld to cw-borrower
           compute cw-principal = function numval(cf-principal-fld)
           compute cw-rate = function numval(cf-rate-fld)
           compute cw-count = function numval(cf-count-fld)
           compute cw-inst = function numval(cf-inst-fld)
           compute cw-paid = function numval(cf-paid-fld)
           compute cw-balance = function numval(cf-balance-fld)
           compute cw-offer-date = function numval(cf-offer-fld)
           compute cw-start-date = function numval(cf-start-fld)
           compute cw-due-date = function numval(cf-due-fld)
           compute cw-missed = function numval(cf-missed-fld).

       130-build-contract-line.
           move spaces to contract-line
           string cw-id delimited size
               '|' delimited size
               function trim(cw-status) delimited size
               '|' delimited size
               function trim(cw-lender) delimited size
               '|' delimited size
               function trim(cw-borrower) delimited size
               '|' delimited size
               cw-principal delimited size
               '|' delimited size
               cw-rate delimited size
               '|' delimited size
               cw-count delimited size
               '|' delimited size
               cw-inst delimited size
               '|' delimited size
               cw-paid delimited size
               '|' delimited size
               cw-balance delimited size
               '|' delimited size
               cw-offer-date delimited size
               '|' delimited size
               cw-start-date delimited size
               '|' delimited size
               cw-due-date delimited size
               '|' delimited size
               cw-missed delimited size
               into contract-line.

       200-collect-installment.
           compute due-amount = cw-inst * (cw-missed + 1)
           if due-amount > cw-balance
               move cw-balance to due-amount
           end-if
           move cw-borrower to api-user
           move due-amount to trade-amt
           perform 550-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               perform 300-record-miss
               exit paragraph
           end-if
           move cw-lender to api-user
           perform 540-api-deposit
           if api-response(1:7) not = "SUCCESS"
               move cw-borrower to api-user
               perform 540-api-deposit
               add 1 to collect-failed
               exit paragraph
           end-if
           add 1 to payments-taken
           subtract due-amount from cw-balance
           add cw-missed to cw-paid
           add 1 to cw-paid
           if cw-paid > cw-count
               move cw-count to cw-paid
           end-if
           move 0 to cw-missed
           move "ACTIVE" to cw-status
           perform 210-advance-due-date
           perform 605-next-txn-id
           move "P2PPAY" to txn-direction
           move cw-borrower to txn-user
           move cw-lender to txn-other
           perform 600-log-transaction
           move "P2PRECV" to txn-direction
           move cw-lender to txn-user
           move cw-borrower to txn-other
           perform 600-log-transaction
           move "PAYMENT" to ledger-kind
           move due-amount to ledger-amount
           move "INSTALLMENT COLLECTED" to ledger-note
           perform 620-append-ledger
           if cw-balance = 0
               add 1 to contracts-paid
               move "PAID" to cw-status
               move 0 to cw-due-date
               move "PAID" to ledger-kind
               move 0 to ledger-amount
               move "CONTRACT PAID IN FULL" to ledger-note
               perform 620-append-ledger
               move cw-lender to mail-to
               move spaces to mail-text
               string 'Loan ' delimited size
                   cw-id delimited size
                   ' to ' delimited size
                   function trim(cw-borrower) delimited size
                   ' has been repaid in full.' delimited size
                   into mail-text
               perform 610-post-mail
               move cw-borrower to mail-to
               move spaces to mail-text
               string 'Loan ' delimited size
                   cw-id delimited size
                   ' from ' delimited size
                   function trim(cw-lender) delimited size
                   ' is paid off. Thank you.' delimited size
                   into mail-text
               perform 610-post-mail
           end-if.

       210-advance-due-date.
           compute cw-due-date = function date-of-integer
               (function integer-of-date(cw-due-date)
                   + interval-days)
           if cw-due-date <= run-date
               compute cw-due-date = function date-of-integer
                   (function integer-of-date(run-date)
                       + interval-days)
           end-if.

       300-record-miss.
           add 1 to payments-missed
           add 1 to cw-missed
           if cw-missed >= default-misses
               perform 400-default-contract
               exit paragraph
           end-if
           move "DELINQ" to cw-status
           perform 210-advance-due-date
           move "MISSED" to ledger-kind
           move due-amount to ledger-amount
           move "INSTALLMENT NOT COVERED" to ledger-note
           perform 620-append-ledger
           move due-amount to disp-amt
           move cw-borrower to mail-to
           move spaces to mail-text
           string 'Your $' delimited size
               function trim(disp-amt) delimited size
               ' installment on loan ' delimited size
               cw-id delimited size
               ' bounced. It is retried with the next one.'
               delimited size
               into mail-text
           perform 610-post-mail
           move cw-lender to mail-to
           move spaces to mail-text
           string function trim(cw-borrower) delimited size
               ' missed an installment on loan ' delimited size
               cw-id delimited size
               '.' delimited size
               into mail-text
           perform 610-post-mail.

       400-default-contract.
           compute buyout-amount rounded = cw-balance * cw-principal
               / (cw-principal + cw-principal * cw-rate / 100)
           if buyout-amount > cw-balance
               move cw-balance to buyout-amount
           end-if
           if buyout-amount > 0
               move cw-lender to api-user
               move buyout-amount to trade-amt
               perform 540-api-deposit
               if api-response(1:7) not = "SUCCESS"
                   subtract 1 from cw-missed
                   subtract 1 from payments-missed
                   add 1 to collect-failed
                   exit paragraph
               end-if
               perform 605-next-txn-id
               move "P2PRECV" to txn-direction
               move cw-lender to txn-user
               move "COLLECTIONS" to txn-other
               perform 600-log-transaction
           end-if
           perform 450-add-house-debt
           add 1 to contracts-defaulted
           move "DEFAULT" to cw-status
           move 0 to cw-due-date
           move "DEFAULT" to ledger-kind
           move cw-balance to ledger-amount
           move "BALANCE SENT TO COLLECTIONS" to ledger-note
           move 0 to cw-balance
           perform 620-append-ledger
           move ledger-amount to disp-amt
           move cw-borrower to mail-to
           move spaces to mail-text
           string 'Loan ' delimited size
               cw-id delimited size
               ' is in default. The $' delimited size
               function trim(disp-amt) delimited size
               ' left is now owed at the bank Loan Desk.'
               delimited size
               into mail-text
           perform 610-post-mail
           move buyout-amount to disp-amt
           move cw-lender to mail-to
           move spaces to mail-text
           string function trim(cw-borrower) delimited size
               ' defaulted on loan ' delimited size
               cw-id delimited size
               '. Collections paid you $' delimited size
               function trim(disp-amt) delimited size
               '.' delimited size
               into mail-text
           perform 610-post-mail.

       450-add-house-debt.
           move spaces to loan-path
           string './NGM/logs/loan_' delimited size
               function trim(cw-borrower) delimited size
               '.dat' delimited size
               into loan-path
           move 0 to loan-principal loan-orig-amt
               loan-taken-date loan-int-date
           move spaces to loan-tail
           open input loan-file
           if loan-status = "00"
               move spaces to loan-line
               read loan-file into loan-line
                   at end continue
               end-read
               close loan-file
               move loan-line(34:27) to loan-tail
               move spaces to loan-prin-fld loan-orig-fld
                   loan-taken-fld loan-int-fld
               unstring loan-line delimited by '|'
                   into loan-prin-fld loan-orig-fld
                       loan-taken-fld loan-int-fld
               end-unstring
               compute loan-principal =
                   function numval(loan-prin-fld)
               compute loan-orig-amt =
                   function numval(loan-orig-fld)
               compute loan-taken-date =
                   function numval(loan-taken-fld)
               compute loan-int-date =
                   function numval(loan-int-fld)
           end-if
           if loan-principal = 0
               move spaces to loan-tail
               move 0 to loan-orig-amt
               move run-date to loan-taken-date loan-int-date
           end-if
           add cw-balance to loan-principal
           add cw-balance to loan-orig-amt
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
                   into loan-line
               move loan-tail to loan-line(34:27)
               write loan-record from loan-line
               close loan-file
           end-if.

       380-copy-contracts-back.
           move "N" to contract-eof-switch
           open input contract-temp-file
           open output contract-file
           if contract-temp-status = "00"
               and contract-status = "00"
               perform 385-copy-one-contract-line
                   until end-of-contracts
           end-if
           close contract-temp-file
           close contract-file.

       385-copy-one-contract-line.
           read contract-temp-file
               at end move "Y" to contract-eof-switch
           end-read
           if not end-of-contracts
               write contract-record from contract-temp-record
           end-if.

       600-log-transaction.
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

       620-append-ledger.
           accept ledger-time from time
           move spaces to ledger-line
           string cw-id delimited size
               '|' delimited size
               run-date delimited size
               '|' delimited size
               ledger-time delimited size
               '|' delimited size
               function trim(ledger-kind) delimited size
               '|' delimited size
               ledger-amount delimited size
               '|' delimited size
               cw-balance delimited size
               '|' delimited size
               function trim(ledger-note) delimited size
               into ledger-line
           open extend ledger-file
           if ledger-status not = "00"
               open output ledger-file
           end-if
           if ledger-status = "00"
               write ledger-record from ledger-line
               close ledger-file
           end-if.

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

       540-api-deposit.
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py DEPOSIT ' delimited size
               function trim(api-user) delimited size
               ' ' delimited size
               trade-amt delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response.

       550-api-withdraw.
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py WITHDRAW ' delimited size
               function trim(api-user) delimited size
               ' ' delimited size
               trade-amt delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response.

       591-generate-ticket.
           accept ticket-clock from time
           add 1 to ticket-seq
           if ticket-seq > 99
               move 0 to ticket-seq
           end-if
           compute ticket-number = ticket-clock * 100 + ticket-seq
           move ticket-number to ticket-text
           move spaces to api-response-path
           string './NGM/logs/api_response_' delimited size
               function trim(api-user) delimited size
               '_' delimited size
               ticket-text delimited size
               '.dat' delimited size
               into api-response-path.

       590-read-response.
           move 0 to retry-count
           perform 592-attempt-read
           perform 593-retry-read
               until api-response(991:10) = ticket-text
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
           open input api-response-file
           if file-status = "00"
               read api-response-file into api-response
               close api-response-file
           else
               move "ERROR:Could not read response" to api-response
           end-if.

       593-retry-read.
           add 1 to retry-count
           call "CBL_GC_NANOSLEEP" using poll-interval-ns
           perform 592-attempt-read.

       end program p2pcollect.
