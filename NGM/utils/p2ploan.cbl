       identification division.
       program-id. p2ploan.

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
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
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
           select messages-file assign to
               "./NGM/data/messages.dat"
               organization is line sequential
               file status is messages-status.
           select prefs-file assign to
               prefs-path
               organization is line sequential
               file status is prefs-status.

       data division.
       file section.
           fd contract-file.
           01 contract-record pic x(150).
           fd contract-temp-file.
           01 contract-temp-record pic x(150).
           fd ledger-file.
           01 ledger-record pic x(100).
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
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
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).

       working-storage section.
       01  local-data.
           05 file-status   pic x(2).
           05 api-command   pic x(500).
           05 api-response  pic x(1000).
           05 api-user      pic x(20).
           05 user-input    pic x(1).
           05 trade-amt     pic 9(7).
           05 today-date    pic 9(8).
           05 disp-row      pic 9(2).
           05 disp-amt      pic z(6)9.
           05 disp-bank     pic -(6)9.
           05 disp-rate     pic zz9.
           05 disp-count    pic zz9.

       01  correlation.
           05 ticket-seq       pic 9(2) value 0.
           05 ticket-clock     pic 9(8).
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "p2ploan".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".

       01  contract-book.
           05 contract-status      pic x(2).
           05 contract-temp-status pic x(2).
           05 contract-eof-switch  pic x(1) value "N".
               88 end-of-contracts value "Y".
           05 contract-line        pic x(150).
           05 contract-count       pic 9(3) value 0.
           05 ct-idx               pic 9(3).
           05 contract-max-num     pic 9(6) value 0.
           05 contract-rewrite-switch pic x(1) value "N".
               88 contract-rewrite-done value "Y".
           05 contract-found-switch pic x(1) value "N".
               88 contract-found value "Y".
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
           05 cw-total             pic 9(8).

       01  my-contracts.
           05 my-count             pic 9(2) value 0.
           05 my-entry occurs 8 times.
               10 my-id            pic x(7).
               10 my-role          pic x(4).
           05 my-pick              pic 9(1).
           05 loan-interval-days   pic 9(3) value 7.
           05 tunables-status      pic x(2).
           05 tunables-eof-switch  pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name         pic x(20).
           05 tunable-value-fld    pic x(10).

       01  borrower-check.
           05 players-status       pic x(2).
           05 players-eof-switch   pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-name-fld        pic x(20).
           05 preg-reg-fld         pic x(8).
           05 preg-last-fld        pic x(8).
           05 preg-status-fld      pic x(10).
           05 borrower-ok-switch   pic x(1) value "N".
               88 borrower-is-known value "Y".
           05 offer-borrower       pic x(20).
           05 offer-principal      pic 9(7).
           05 offer-rate           pic 9(3).
           05 offer-count          pic 9(2).

       01  ledger-work.
           05 ledger-status        pic x(2).
           05 ledger-eof-switch    pic x(1) value "N".
               88 end-of-ledger value "Y".
           05 ledger-line          pic x(100).
           05 ledger-kind          pic x(8).
           05 ledger-amount        pic 9(7).
           05 ledger-note          pic x(30).
           05 ledger-time          pic 9(8).
           05 lg-id-fld            pic x(7).
           05 lg-date-fld          pic x(8).
           05 lg-time-fld          pic x(8).
           05 lg-kind-fld          pic x(8).
           05 lg-amount-fld        pic x(8).
           05 lg-balance-fld       pic x(8).
           05 lg-note-fld          pic x(30).
           05 ledger-shown         pic 9(2) value 0.

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
           05 txn-balance       pic s9(7).
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

       01  validation.
           05 validate-field   pic x(20).
           05 validate-ok      pic x(1).
               88 is-valid-field value "Y".
           05 validate-idx     pic 9(2).
           05 validate-seen-space pic x(1).
               88 has-seen-space value "Y".

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

       01  message-catalog.
           05 messages-status   pic x(2).
           05 messages-eof-switch pic x(1) value "N".
               88 end-of-messages value "Y".
           05 messages-line     pic x(100).
           05 msg-no-fld        pic x(4).
           05 msg-lang-fld      pic x(2).
           05 msg-text-fld      pic x(60).
           05 msg-no            pic 9(4).
           05 msg-idx           pic 9(3).
           05 msg-base          pic 9(4) value 4800.
           05 msg-count         pic 9(3) value 60.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 60 times.
           05 prefs-status      pic x(2).
           05 prefs-path        pic x(60).
           05 prefs-line        pic x(40).
           05 prefs-eof-switch  pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld       pic x(10).
           05 pf-value-fld      pic x(10).

       01  screen-text-defaults.
           05 filler pic x(50) value
               '=== PLAYER LOAN CONTRACTS ==='.
           05 filler pic x(50) value
               'Bank Balance: $'.
           05 filler pic x(50) value
               '1. Offer a Loan'.
           05 filler pic x(50) value
               '2. Answer a Loan Offer'.
           05 filler pic x(50) value
               '3. Withdraw One of My Offers'.
           05 filler pic x(50) value
               '4. View a Payment Ledger'.
           05 filler pic x(50) value
               '5. Return'.
           05 filler pic x(50) value
               'Enter choice:'.
           05 filler pic x(50) value
               'No. ID      ROLE WITH'.
           05 filler pic x(50) value
               'STATUS   BALANCE NEXT DUE'.
           05 filler pic x(50) value
               'You have no loan contracts.'.
           05 filler pic x(50) value
               'LENT'.
           05 filler pic x(50) value
               'OWE'.
           05 filler pic x(50) value
               'Lend to (player name):'.
           05 filler pic x(50) value
               'That is not a player you can lend to.'.
           05 filler pic x(50) value
               'No active player goes by that name.'.
           05 filler pic x(50) value
               '=== OFFER A LOAN ==='.
           05 filler pic x(50) value
               'Borrower:'.
           05 filler pic x(50) value
               'Principal to lend: $'.
           05 filler pic x(50) value
               'You cannot lend that amount.'.
           05 filler pic x(50) value
               'Total interest % over the term:'.
           05 filler pic x(50) value
               'Interest is capped at 100%.'.
           05 filler pic x(50) value
               'Installments (1-12):'.
           05 filler pic x(50) value
               'Terms run from 1 to 12 installments.'.
           05 filler pic x(50) value
               'Borrower repays $'.
           05 filler pic x(50) value
               'in installments of $'.
           05 filler pic x(50) value
               'The principal is held from your bank until'.
           05 filler pic x(50) value
               'the offer is answered. Send it? Y/N'.
           05 filler pic x(50) value
               'The bank refused to hold the money.'.
           05 filler pic x(50) value
               'The contract desk is busy - your money'.
           05 filler pic x(50) value
               'was returned. Try again shortly.'.
           05 filler pic x(50) value
               'The offer could not be recorded - your'.
           05 filler pic x(50) value
               'money was returned.'.
           05 filler pic x(50) value
               'Offer sent as contract'.
           05 filler pic x(50) value
               'Contract No.:'.
           05 filler pic x(50) value
               'That is not an offer made to you.'.
           05 filler pic x(50) value
               'Principal $'.
           05 filler pic x(50) value
               'installments of $'.
           05 filler pic x(50) value
               'A)ccept  D)ecline  Other) Back:'.
           05 filler pic x(50) value
               'The contract desk is busy - try again.'.
           05 filler pic x(50) value
               'That offer is no longer open.'.
           05 filler pic x(50) value
               'The bank is closed - try again later.'.
           05 filler pic x(50) value
               'The contract could not be updated -'.
           05 filler pic x(50) value
               'nothing was borrowed.'.
           05 filler pic x(50) value
               'Loan accepted - the money is in your bank.'.
           05 filler pic x(50) value
               'Offer declined.'.
           05 filler pic x(50) value
               'That is not an open offer of yours.'.
           05 filler pic x(50) value
               'That offer was already answered.'.
           05 filler pic x(50) value
               'Offer withdrawn - the money is back.'.
           05 filler pic x(50) value
               '=== LOAN LEDGER ==='.
           05 filler pic x(50) value
               'Lender:'.
           05 filler pic x(50) value
               'Interest %'.
           05 filler pic x(50) value
               'Installment $'.
           05 filler pic x(50) value
               'Status:'.
           05 filler pic x(50) value
               'Balance $'.
           05 filler pic x(50) value
               'Paid'.
           05 filler pic x(50) value
               'of'.
           05 filler pic x(50) value
               'DATE     KIND     AMOUNT  BALANCE NOTE'.
           05 filler pic x(50) value
               'No ledger entries yet.'.
           05 filler pic x(50) value
               'Press any key to continue...'.
       01  screen-text.
           05 mt-player-loan       pic x(50).
           05 mt-bank-balance      pic x(50).
           05 mt-1-offer-a-loan    pic x(50).
           05 mt-2-answer-a-loan   pic x(50).
           05 mt-3-withdraw-one    pic x(50).
           05 mt-4-view-a-payment  pic x(50).
           05 mt-5-return          pic x(50).
           05 mt-enter-choice      pic x(50).
           05 mt-no-id-role        pic x(50).
           05 mt-status-balance-next pic x(50).
           05 mt-you-have-no-loan  pic x(50).
           05 mt-lent              pic x(50).
           05 mt-owe               pic x(50).
           05 mt-lend-to-player-name pic x(50).
           05 mt-that-is-not       pic x(50).
           05 mt-no-active-player  pic x(50).
           05 mt-offer-a-loan      pic x(50).
           05 mt-borrower          pic x(50).
           05 mt-principal-to-lend pic x(50).
           05 mt-you-cannot-lend   pic x(50).
           05 mt-total-interest-over pic x(50).
           05 mt-interest-is-capped pic x(50).
           05 mt-installments-1-12 pic x(50).
           05 mt-terms-run-from-1  pic x(50).
           05 mt-borrower-repays   pic x(50).
           05 mt-in-installments   pic x(50).
           05 mt-the-principal     pic x(50).
           05 mt-the-offer         pic x(50).
           05 mt-the-bank-refused  pic x(50).
           05 mt-the-contract-desk pic x(50).
           05 mt-was-returned-try  pic x(50).
           05 mt-the-offer-could-not pic x(50).
           05 mt-money-was-returned pic x(50).
           05 mt-offer-sent        pic x(50).
           05 mt-contract-no       pic x(50).
           05 mt-that-is-not-2     pic x(50).
           05 mt-principal         pic x(50).
           05 mt-installments      pic x(50).
           05 mt-a-ccept-d-ecline  pic x(50).
           05 mt-the-contract-desk-2 pic x(50).
           05 mt-that-offer-is-no  pic x(50).
           05 mt-the-bank-is-closed pic x(50).
           05 mt-the-contract-could pic x(50).
           05 mt-nothing           pic x(50).
           05 mt-loan-accepted     pic x(50).
           05 mt-offer-declined    pic x(50).
           05 mt-that-is-not-3     pic x(50).
           05 mt-that-offer        pic x(50).
           05 mt-offer-withdrawn   pic x(50).
           05 mt-loan-ledger       pic x(50).
           05 mt-lender            pic x(50).
           05 mt-interest          pic x(50).
           05 mt-installment       pic x(50).
           05 mt-status            pic x(50).
           05 mt-balance           pic x(50).
           05 mt-paid              pic x(50).
           05 mt-of                pic x(50).
           05 mt-date-kind-amount  pic x(50).
           05 mt-no-ledger-entries pic x(50).
           05 mt-press-any-key     pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 60 times.

       linkage section.
       01  username   pic x(20).
       01  user-bank  pic S9(7).

       procedure division using username user-bank.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           perform 100-contracts-menu
           goback.

       001-load-messages.
           move screen-text-defaults to screen-text
           move spaces to msg-own-flags
           move "N" to messages-eof-switch
           open input messages-file
           if messages-status = "00"
               perform 002-read-message-line
                   until end-of-messages
               close messages-file
           end-if.

       002-read-message-line.
           read messages-file into messages-line
               at end move "Y" to messages-eof-switch
           end-read
           if not end-of-messages
               move spaces to msg-no-fld msg-lang-fld msg-text-fld
               unstring messages-line delimited by '|'
                   into msg-no-fld msg-lang-fld msg-text-fld
               end-unstring
               if msg-no-fld is numeric
                   move msg-no-fld to msg-no
                   if msg-no > msg-base
                       and msg-no <= msg-base + msg-count
                       compute msg-idx = msg-no - msg-base
                       if msg-lang-fld = msg-lang
                           move msg-text-fld to msg-text(msg-idx)
                           move "Y" to msg-own-lang(msg-idx)
                       else
                           if msg-lang-fld = "EN"
                               and msg-own-lang(msg-idx) not = "Y"
                               move msg-text-fld to msg-text(msg-idx)
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       003-load-language.
           move "EN" to msg-lang
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 004-read-lang-tunable
                   until end-of-tunables
               close tunables-file
           end-if
           move spaces to prefs-path
           string './NGM/logs/prefs_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into prefs-path
           move "N" to prefs-eof-switch
           open input prefs-file
           if prefs-status = "00"
               perform 005-read-pref-line
                   until end-of-prefs
               close prefs-file
           end-if.

       004-read-lang-tunable.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if not end-of-tunables
               move spaces to tunable-name tunable-value-fld
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               if tunable-name = "SITE-LANG"
                   and tunable-value-fld not = spaces
                   move function upper-case(tunable-value-fld(1:2))
                       to msg-lang
               end-if
           end-if.

       005-read-pref-line.
           read prefs-file into prefs-line
               at end move "Y" to prefs-eof-switch
           end-read
           if not end-of-prefs
               move spaces to pf-kind-fld pf-value-fld
               unstring prefs-line delimited by '|'
                   into pf-kind-fld pf-value-fld
               end-unstring
               if pf-kind-fld = "LANG"
                   and pf-value-fld not = spaces
                   move pf-value-fld(1:2) to msg-lang
               end-if
           end-if.

       100-contracts-menu.
           accept today-date from date yyyymmdd
           display erase screen
           display function trim(mt-player-loan trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0302
               disp-bank at 0318
           perform 120-list-my-contracts
           display function trim(mt-1-offer-a-loan trailing) at 1502
           display function trim(mt-2-answer-a-loan trailing) at 1602
           display function trim(mt-3-withdraw-one trailing) at 1702
           display function trim(mt-4-view-a-payment trailing) at 1802
           display function trim(mt-5-return trailing) at 1902
           display function trim(mt-enter-choice trailing) at 2102
           accept user-input at 2117
           evaluate user-input
               when '1' perform 200-offer-loan
               when '2' perform 300-answer-offer
               when '3' perform 400-withdraw-offer
               when '4' perform 500-view-ledger
               when '5' goback
               when other perform 100-contracts-menu
           end-evaluate.

       110-split-contract.
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

       115-build-contract-line.
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

       120-list-my-contracts.
           move 0 to my-count
           display function trim(mt-no-id-role trailing) at 0402
           display function trim(mt-status-balance-next trailing)
               at 0437
           move "N" to contract-eof-switch
           open input contract-file
           if contract-status = "00"
               perform 125-show-contract-line
                   until end-of-contracts or my-count = 8
               close contract-file
           end-if
           if my-count = 0
               display function trim(mt-you-have-no-loan trailing)
                   at 0502
           end-if.

       125-show-contract-line.
           read contract-file into contract-line
               at end move "Y" to contract-eof-switch
           end-read
           if end-of-contracts or contract-line = spaces
               exit paragraph
           end-if
           perform 110-split-contract
           if cw-status = "DECLINED" or cw-status = "WITHDRAW"
               exit paragraph
           end-if
           if function trim(cw-lender) not = function trim(username)
               and function trim(cw-borrower)
                   not = function trim(username)
               exit paragraph
           end-if
           add 1 to my-count
           move cw-id to my-id(my-count)
           compute disp-row = my-count + 4
           move my-count to disp-count
           display disp-count at line disp-row column 2
           display cw-id at line disp-row column 6
           if function trim(cw-lender) = function trim(username)
               move "LENT" to my-role(my-count)
               display function trim(mt-lent trailing) at line disp-row
                   column 14
               display function trim(cw-borrower)
                   at line disp-row column 19
           else
               move "OWE" to my-role(my-count)
               display function trim(mt-owe trailing) at line disp-row
                   column 14
               display function trim(cw-lender)
                   at line disp-row column 19
           end-if
           display cw-status at line disp-row column 37
           if cw-status = "OFFERED"
               move cw-principal to disp-amt
           else
               move cw-balance to disp-amt
           end-if
           display disp-amt at line disp-row column 45
           if cw-status = "ACTIVE" or cw-status = "DELINQ"
               display cw-due-date at line disp-row column 54
           end-if.

       130-load-interval.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 135-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if.

       135-read-tunable-line.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if not end-of-tunables
               move spaces to tunable-name tunable-value-fld
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               if tunable-name = "P2P-INTERVAL-DAYS"
                   and function numval(tunable-value-fld) > 0
                   compute loan-interval-days =
                       function numval(tunable-value-fld)
               end-if
           end-if.

       200-offer-loan.
           display function trim(mt-lend-to-player-name trailing)
               at 2202
           move spaces to offer-borrower
           accept offer-borrower at 2226
           move offer-borrower to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               or function trim(offer-borrower) = spaces
               or function trim(offer-borrower)
                   = function trim(username)
               display function trim(mt-that-is-not trailing)
                   at 2302
               accept user-input at 2341
               perform 100-contracts-menu
           end-if
           perform 210-check-borrower
           if not borrower-is-known
               display function trim(mt-no-active-player trailing)
                   at 2302
               accept user-input at 2339
               perform 100-contracts-menu
           end-if
           display erase screen
           display function trim(mt-offer-a-loan trailing) at 0202
           display function trim(mt-borrower trailing) at 0402
           display function trim(offer-borrower) at 0412
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0502
               disp-bank at 0518
           move 0 to offer-principal
           display function trim(mt-principal-to-lend trailing) at 0702
           accept offer-principal at 0723
           if offer-principal = 0 or offer-principal > user-bank
               display function trim(mt-you-cannot-lend trailing)
                   at 1202
               accept user-input at 1231
               perform 100-contracts-menu
           end-if
           move 0 to offer-rate
           display function trim(mt-total-interest-over trailing)
               at 0802
           accept offer-rate at 0835
           if offer-rate > 100
               display function trim(mt-interest-is-capped trailing)
                   at 1202
               accept user-input at 1230
               perform 100-contracts-menu
           end-if
           move 0 to offer-count
           display function trim(mt-installments-1-12 trailing) at 0902
           accept offer-count at 0924
           if offer-count = 0 or offer-count > 12
               display function trim(mt-terms-run-from-1 trailing)
                   at 1202
               accept user-input at 1240
               perform 100-contracts-menu
           end-if
           compute cw-total = offer-principal
               + offer-principal * offer-rate / 100
           compute cw-inst = (cw-total + offer-count - 1)
               / offer-count
           move cw-total to disp-amt
           display function trim(mt-borrower-repays trailing) at 1002
               disp-amt at 1019
           move cw-inst to disp-amt
           display function trim(mt-in-installments trailing) at 1102
               disp-amt at 1122
           display function trim(mt-the-principal trailing)
               at 1302
           display function trim(mt-the-offer trailing) at 1402
           accept user-input at 1439
           if user-input not = 'Y' and user-input not = 'y'
               perform 100-contracts-menu
           end-if
           move username to api-user
           move offer-principal to trade-amt
           perform 550-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-the-bank-refused trailing)
                   at 1602
               accept user-input at 1638
               perform 100-contracts-menu
           end-if
           move "contracts" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 540-api-deposit
               display function trim(mt-the-contract-desk trailing)
                   at 1602
               display function trim(mt-was-returned-try trailing)
                   at 1702
               accept user-input at 1735
               perform 100-contracts-menu
           end-if
           perform 220-next-contract-id
           move "OFFERED" to cw-status
           move username to cw-lender
           move offer-borrower to cw-borrower
           move offer-principal to cw-principal
           move offer-rate to cw-rate
           move offer-count to cw-count
           move 0 to cw-paid cw-start-date cw-due-date cw-missed
           move cw-total to cw-balance
           move today-date to cw-offer-date
           perform 115-build-contract-line
           perform 230-append-contract
           perform 622-release-lock
           if not contract-rewrite-done
               perform 540-api-deposit
               display function trim(mt-the-offer-could-not trailing)
                   at 1602
               display function trim(mt-money-was-returned trailing)
                   at 1702
               accept user-input at 1722
               perform 100-contracts-menu
           end-if
           subtract offer-principal from user-bank
           move "P2PLEND" to txn-direction
           move username to txn-user
           move user-bank to txn-balance
           move offer-borrower to txn-other
           perform 640-log-transaction
           move "OFFER" to ledger-kind
           move offer-principal to ledger-amount
           move "LOAN OFFERED" to ledger-note
           perform 620-append-ledger
           move offer-borrower to mail-to
           move cw-total to disp-amt
           move spaces to mail-text
           string function trim(username) delimited size
               ' offers you a loan (' delimited size
               cw-id delimited size
               ') - repay $' delimited size
               function trim(disp-amt) delimited size
               ' in ' delimited size
               offer-count delimited size
               ' installments. See Loan Offers.'
               delimited size
               into mail-text
           perform 630-post-mail
           display function trim(mt-offer-sent trailing) at 1602
           display cw-id at 1625
           accept user-input at 1633
           perform 100-contracts-menu.

       210-check-borrower.
           move "N" to borrower-ok-switch
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 215-read-player-line
                   until end-of-players or borrower-is-known
               close players-file
           end-if.

       215-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to preg-name-fld preg-status-fld
               unstring players-record delimited by '|'
                   into preg-name-fld preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if function trim(preg-name-fld)
                       = function trim(offer-borrower)
                   and (preg-status-fld = "ACTIVE"
                       or preg-status-fld = "VACATION")
                   move "Y" to borrower-ok-switch
               end-if
           end-if.

       220-next-contract-id.
           move 0 to contract-max-num
           move "N" to contract-eof-switch
           open input contract-file
           if contract-status = "00"
               perform 225-check-contract-id
                   until end-of-contracts
               close contract-file
           end-if
           add 1 to contract-max-num
           move spaces to cw-id
           string 'P' delimited size
               contract-max-num delimited size
               into cw-id.

       225-check-contract-id.
           read contract-file into contract-line
               at end move "Y" to contract-eof-switch
           end-read
           if not end-of-contracts
               and contract-line(1:1) = "P"
               and contract-line(2:6) is numeric
               if function numval(contract-line(2:6))
                       > contract-max-num
                   compute contract-max-num =
                       function numval(contract-line(2:6))
               end-if
           end-if.

       230-append-contract.
           move "N" to contract-rewrite-switch
           open extend contract-file
           if contract-status not = "00"
               open output contract-file
           end-if
           if contract-status = "00"
               write contract-record from contract-line
               if contract-status = "00"
                   move "Y" to contract-rewrite-switch
               end-if
               close contract-file
           end-if.

       250-pick-contract.
           move "N" to contract-found-switch
           if my-count = 0
               exit paragraph
           end-if
           display function trim(mt-contract-no trailing) at 2202
           move 0 to my-pick
           accept my-pick at 2216
           if my-pick = 0 or my-pick > my-count
               exit paragraph
           end-if
           move my-id(my-pick) to cw-id
           perform 260-load-contract.

       260-load-contract.
           move "N" to contract-found-switch
           move cw-id to cf-id-fld
           move "N" to contract-eof-switch
           open input contract-file
           if contract-status = "00"
               perform 265-find-contract-line
                   until end-of-contracts or contract-found
               close contract-file
           end-if.

       265-find-contract-line.
           read contract-file into contract-line
               at end move "Y" to contract-eof-switch
           end-read
           if not end-of-contracts
               and contract-line(1:7) = cf-id-fld
               move "Y" to contract-found-switch
               perform 110-split-contract
           end-if.

       270-save-contract.
           perform 115-build-contract-line
           move "N" to contract-rewrite-switch
           open output contract-temp-file
           if contract-temp-status not = "00"
               exit paragraph
           end-if
           move "N" to contract-eof-switch
           open input contract-file
           if contract-status not = "00"
               close contract-temp-file
               exit paragraph
           end-if
           perform 275-copy-contract-line
               until end-of-contracts
           close contract-file
           close contract-temp-file
           perform 280-copy-contracts-back
           move "Y" to contract-rewrite-switch.

       275-copy-contract-line.
           read contract-file
               at end move "Y" to contract-eof-switch
           end-read
           if not end-of-contracts
               if contract-record(1:7) = cw-id
                   write contract-temp-record from contract-line
               else
                   write contract-temp-record from contract-record
               end-if
           end-if.

       280-copy-contracts-back.
           move "N" to contract-eof-switch
           open input contract-temp-file
           open output contract-file
           if contract-temp-status = "00"
               and contract-status = "00"
               perform 285-copy-back-line
                   until end-of-contracts
           end-if
           close contract-temp-file
           close contract-file.

       285-copy-back-line.
           read contract-temp-file
               at end move "Y" to contract-eof-switch
           end-read
           if not end-of-contracts
               write contract-record from contract-temp-record
           end-if.

       300-answer-offer.
           perform 250-pick-contract
           if not contract-found
               perform 100-contracts-menu
           end-if
           if cw-status not = "OFFERED"
               or function trim(cw-borrower)
                   not = function trim(username)
               display function trim(mt-that-is-not-2 trailing) at 2302
               accept user-input at 2336
               perform 100-contracts-menu
           end-if
           move cw-principal to disp-amt
           display function trim(mt-principal trailing) at 2302 disp-amt
               at 2313
           move cw-inst to disp-amt
           display function trim(mt-installments trailing) at 2322
               disp-amt at 2339
           display function trim(mt-a-ccept-d-ecline trailing) at 2402
           accept user-input at 2435
           evaluate user-input
               when 'A'
               when 'a'
                   perform 310-accept-offer
               when 'D'
               when 'd'
                   perform 320-decline-offer
           end-evaluate
           perform 100-contracts-menu.

       310-accept-offer.
           move "contracts" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-contract-desk-2 trailing)
                   at 2502
               accept user-input at 2541
               exit paragraph
           end-if
           perform 260-load-contract
           if not contract-found or cw-status not = "OFFERED"
               perform 622-release-lock
               display function trim(mt-that-offer-is-no trailing)
                   at 2502
               accept user-input at 2532
               exit paragraph
           end-if
           move username to api-user
           move cw-principal to trade-amt
           perform 540-api-deposit
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-the-bank-is-closed trailing)
                   at 2502
               accept user-input at 2540
               exit paragraph
           end-if
           perform 130-load-interval
           move "ACTIVE" to cw-status
           move today-date to cw-start-date
           compute cw-due-date = function date-of-integer
               (function integer-of-date(today-date)
                   + loan-interval-days)
           perform 270-save-contract
           perform 622-release-lock
           if not contract-rewrite-done
               perform 550-api-withdraw
               display function trim(mt-the-contract-could trailing)
                   at 2502
               display function trim(mt-nothing trailing) at 2602
               accept user-input at 2624
               exit paragraph
           end-if
           add cw-principal to user-bank
           move "P2PBORR" to txn-direction
           move username to txn-user
           move user-bank to txn-balance
           move cw-lender to txn-other
           perform 640-log-transaction
           move "ACCEPT" to ledger-kind
           move cw-principal to ledger-amount
           move "LOAN ACCEPTED AND PAID OUT" to ledger-note
           perform 620-append-ledger
           move cw-lender to mail-to
           move spaces to mail-text
           string function trim(username) delimited size
               ' accepted loan ' delimited size
               cw-id delimited size
               ' - installments start ' delimited size
               cw-due-date delimited size
               '.' delimited size
               into mail-text
           perform 630-post-mail
           display function trim(mt-loan-accepted trailing)
               at 2502
           accept user-input at 2545.

       320-decline-offer.
           move "contracts" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-contract-desk-2 trailing)
                   at 2502
               accept user-input at 2541
               exit paragraph
           end-if
           perform 260-load-contract
           if not contract-found or cw-status not = "OFFERED"
               perform 622-release-lock
               display function trim(mt-that-offer-is-no trailing)
                   at 2502
               accept user-input at 2532
               exit paragraph
           end-if
           move cw-lender to api-user
           move cw-principal to trade-amt
           perform 540-api-deposit
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-the-bank-is-closed trailing)
                   at 2502
               accept user-input at 2540
               exit paragraph
           end-if
           move "DECLINED" to cw-status
           perform 270-save-contract
           perform 622-release-lock
           move "P2PREF" to txn-direction
           move cw-lender to txn-user
           move 0 to txn-balance
           move username to txn-other
           perform 640-log-transaction
           move "DECLINE" to ledger-kind
           move cw-principal to ledger-amount
           move "DECLINED - PRINCIPAL RETURNED" to ledger-note
           perform 620-append-ledger
           move cw-lender to mail-to
           move cw-principal to disp-amt
           move spaces to mail-text
           string function trim(username) delimited size
               ' declined loan ' delimited size
               cw-id delimited size
               ' - your $' delimited size
               function trim(disp-amt) delimited size
               ' is back in your bank.' delimited size
               into mail-text
           perform 630-post-mail
           display function trim(mt-offer-declined trailing) at 2502
           accept user-input at 2518.

       400-withdraw-offer.
           perform 250-pick-contract
           if not contract-found
               perform 100-contracts-menu
           end-if
           if cw-status not = "OFFERED"
               or function trim(cw-lender)
                   not = function trim(username)
               display function trim(mt-that-is-not-3 trailing)
                   at 2302
               accept user-input at 2338
               perform 100-contracts-menu
           end-if
           move "contracts" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-contract-desk-2 trailing)
                   at 2302
               accept user-input at 2341
               perform 100-contracts-menu
           end-if
           perform 260-load-contract
           if not contract-found or cw-status not = "OFFERED"
               perform 622-release-lock
               display function trim(mt-that-offer trailing) at 2302
               accept user-input at 2335
               perform 100-contracts-menu
           end-if
           move username to api-user
           move cw-principal to trade-amt
           perform 540-api-deposit
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-the-bank-is-closed trailing)
                   at 2302
               accept user-input at 2340
               perform 100-contracts-menu
           end-if
           move "WITHDRAW" to cw-status
           perform 270-save-contract
           perform 622-release-lock
           add cw-principal to user-bank
           move "P2PREF" to txn-direction
           move username to txn-user
           move user-bank to txn-balance
           move cw-borrower to txn-other
           perform 640-log-transaction
           move "WITHDRAW" to ledger-kind
           move cw-principal to ledger-amount
           move "OFFER WITHDRAWN BY LENDER" to ledger-note
           perform 620-append-ledger
           move cw-borrower to mail-to
           move spaces to mail-text
           string function trim(username) delimited size
               ' withdrew loan offer ' delimited size
               cw-id delimited size
               '.' delimited size
               into mail-text
           perform 630-post-mail
           display function trim(mt-offer-withdrawn trailing) at 2302
           accept user-input at 2339
           perform 100-contracts-menu.

       500-view-ledger.
           perform 250-pick-contract
           if not contract-found
               perform 100-contracts-menu
           end-if
           display erase screen
           display function trim(mt-loan-ledger trailing) at 0202
           display cw-id at 0222
           display function trim(mt-lender trailing) at 0302
           display function trim(cw-lender) at 0310
           display function trim(mt-borrower trailing) at 0332
           display function trim(cw-borrower) at 0342
           move cw-principal to disp-amt
           display function trim(mt-principal trailing) at 0402 disp-amt
               at 0413
           move cw-rate to disp-rate
           display function trim(mt-interest trailing) at 0422 disp-rate
               at 0433
           move cw-inst to disp-amt
           display function trim(mt-installment trailing) at 0438
               disp-amt at 0451
           display function trim(mt-status trailing) at 0502 cw-status
               at 0510
           move cw-balance to disp-amt
           display function trim(mt-balance trailing) at 0522 disp-amt
               at 0531
           move cw-paid to disp-count
           display function trim(mt-paid trailing) at 0540 disp-count
               at 0545
           move cw-count to disp-count
           display function trim(mt-of trailing) at 0549 disp-count
               at 0552
           display function trim(mt-date-kind-amount trailing) at 0702
           move 0 to ledger-shown
           move "N" to ledger-eof-switch
           open input ledger-file
           if ledger-status = "00"
               perform 510-show-ledger-line
                   until end-of-ledger or ledger-shown = 12
               close ledger-file
           end-if
           if ledger-shown = 0
               display function trim(mt-no-ledger-entries trailing)
                   at 0802
           end-if
           display function trim(mt-press-any-key trailing) at 2202
           accept user-input at 2231
           perform 100-contracts-menu.

       510-show-ledger-line.
           read ledger-file into ledger-line
               at end move "Y" to ledger-eof-switch
           end-read
           if end-of-ledger or ledger-line(1:7) not = cw-id
               exit paragraph
           end-if
           move spaces to lg-id-fld lg-date-fld lg-time-fld
               lg-kind-fld lg-amount-fld lg-balance-fld lg-note-fld
           unstring ledger-line delimited by '|'
               into lg-id-fld lg-date-fld lg-time-fld lg-kind-fld
                   lg-amount-fld lg-balance-fld lg-note-fld
           end-unstring
           add 1 to ledger-shown
           compute disp-row = ledger-shown + 7
           display lg-date-fld at line disp-row column 2
           display lg-kind-fld at line disp-row column 11
           move function numval(lg-amount-fld) to disp-amt
           display disp-amt at line disp-row column 19
           move function numval(lg-balance-fld) to disp-amt
           display disp-amt at line disp-row column 27
           display lg-note-fld at line disp-row column 35.

       620-append-ledger.
           accept ledger-time from time
           move spaces to ledger-line
           string cw-id delimited size
               '|' delimited size
               today-date delimited size
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

       630-post-mail.
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
           perform 635-spool-notice.

       635-spool-notice.
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

       640-log-transaction.
           perform 645-next-txn-id
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
               txn-balance delimited size
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

       645-next-txn-id.
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

       900-validate-alnum.
           move "Y" to validate-ok
           move "N" to validate-seen-space
           move 1 to validate-idx
           perform 901-check-char until validate-idx > 20.

       901-check-char.
           if validate-field(validate-idx:1) = space
               move "Y" to validate-seen-space
           else
               if has-seen-space
                   move "N" to validate-ok
               end-if
               if (validate-field(validate-idx:1) < "A" or
                       validate-field(validate-idx:1) > "Z")
                   and (validate-field(validate-idx:1) < "a" or
                       validate-field(validate-idx:1) > "z")
                   and (validate-field(validate-idx:1) < "0" or
                       validate-field(validate-idx:1) > "9")
                   move "N" to validate-ok
               end-if
           end-if
           add 1 to validate-idx.

       end program p2ploan.
