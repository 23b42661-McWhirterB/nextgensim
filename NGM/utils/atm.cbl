       program-id. atm.
       
       environment division.
       configuration section.
       special-names.
           crt status is crt-key-status.
       input-output section.
           select api-response-file assign to
           api-response-path
           mail-log-path
                             organization is line sequential
                             file status is mail-log-status.
           select notify-file assign to
               "./NGM/data/notify_spool.dat"
                             organization is line sequential
                             file status is notify-status.
           select loan-file assign to
           loan-path
                             organization is line sequential
           policy-path
                             organization is line sequential
                             file status is policy-status.
           select ins-ledger-file assign to
           "./NGM/logs/insurance_ledger.dat"
                             organization is line sequential
                             file status is ins-ledger-status.
           select loan-book-file assign to
           "./NGM/logs/loan_book.dat"
                             organization is line sequential
                             file status is loan-book-status.
           select held-file assign to
           "./NGM/data/held_transfers.dat"
                             organization is line sequential
                             file status is held-status.
           select held-temp-file assign to
           "./NGM/data/held_transfers.tmp"
                             organization is line sequential
                             file status is held-temp-status.
           select credit-file assign to
           credit-path
                             organization is line sequential
           lock-path
                             organization is line sequential
                             file status is lock-status.
           select dispute-file assign to
           "./NGM/data/disputes.dat"
                             organization is line sequential
                             file status is dispute-status.
           select dispute-hist-file assign to
           "./NGM/logs/dispute_history.dat"
                             organization is line sequential
                             file status is dispute-hist-status.
           select crew-ledger-file assign to
           "./NGM/logs/crew_ledger.dat"
                             organization is line sequential
                             file status is crew-ledger-status.
           select messages-file assign to
           "./NGM/data/messages.dat"
                             organization is line sequential
                             file status is messages-status.
           select prefs-file assign to
           prefs-path
                             organization is line sequential
                             file status is prefs-status.
           select tunables-file assign to
           "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select closed-file assign to
           "./NGM/data/closed_accounts.dat"
                             organization is line sequential
                             file status is closed-status.

       data division.
       file section.
           01 txn-log-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd loan-file.
           01 loan-record pic x(80).
           fd crew-file.
           01 pin-record pic x(10).
           fd policy-file.
           01 policy-record pic x(80).
           fd ins-ledger-file.
           01 ins-ledger-record pic x(80).
           fd loan-book-file.
           01 loan-book-record pic x(80).
           fd held-file.
           01 held-record pic x(150).
           fd held-temp-file.
           01 held-temp-record pic x(150).
           fd credit-file.
           01 credit-record pic x(20).
           fd term-file.
           01 term-record pic x(60).
           fd lock-file.
           01 lock-record pic x(20).
           fd dispute-file.
           01 dispute-record pic x(300).
           fd dispute-hist-file.
           01 dispute-hist-record pic x(150).
           fd crew-ledger-file.
           01 crew-ledger-record pic x(120).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd closed-file.
           01 closed-record pic x(100).

       working-storage section.
       01 local-data.
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "atm".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
           05 txn-date           pic 9(8).
           05 txn-direction      pic x(8).
           05 txn-counterparty   pic x(20).
           05 txn-id             pic x(18).
           05 txn-id-date        pic 9(8).
           05 txn-id-time        pic 9(8).
           05 txn-id-seq         pic 9(2) value 0.
           05 txn-eof-switch     pic x(1) value "N".
               88 end-of-txn-log value "Y".
           05 hist-line-no       pic 9(4) value 0.
           05 hist-pick          pic 9(4) value 0.
           05 disp-hist-no       pic zzz9.

       01  txn-dispute.
           05 dispute-status     pic x(2).
           05 dispute-hist-status pic x(2).
           05 dispute-eof-switch pic x(1) value "N".
               88 end-of-disputes value "Y".
           05 dispute-dup-switch pic x(1) value "N".
               88 dispute-is-open value "Y".
           05 dispute-line       pic x(100).
           05 dispute-reason     pic x(40).
           05 dispute-case       pic x(7).
           05 dispute-max-num    pic 9(6) value 0.
           05 dispute-date       pic 9(8).
           05 dispute-time       pic 9(8).
           05 dispute-balance    pic 9(7).
           05 dispute-work-line  pic x(300).
           05 dispute-hist-line  pic x(150).
           05 dq-case-fld        pic x(7).
           05 dq-status-fld      pic x(8).
           05 dq-player-fld      pic x(20).
           05 dq-date-fld        pic x(8).
           05 dq-time-fld        pic x(8).
           05 dq-bal-fld         pic x(8).
           05 dq-owner-fld       pic x(10).
           05 dq-reason-fld      pic x(40).
           05 dq-txn-fld         pic x(100).
           05 dq-pointer         pic 9(3).

       01  held-transfers.
           05 held-status       pic x(2).
           05 held-temp-status  pic x(2).
           05 held-eof-switch   pic x(1) value "N".
               88 end-of-held value "Y".
           05 held-line         pic x(150).
           05 hd-id             pic x(18).
           05 hd-sender         pic x(20).
           05 hd-recipient      pic x(20).
           05 hd-amount-fld     pic x(8).
           05 hd-date           pic x(8).
           05 hd-time           pic x(8).
           05 hd-release        pic x(8).
           05 hd-state          pic x(10).
           05 hd-reason         pic x(10).
           05 hd-closed         pic x(8).
           05 hd-closed-by      pic x(20).
           05 xfer-daily-limit  pic 9(7) value 5000.
           05 xfer-hold-over    pic 9(7) value 1000.
           05 xfer-hold-days    pic 9(3) value 1.
           05 xfer-today        pic 9(8).
           05 xfer-sent-today   pic 9(7) value 0.
           05 xfer-room         pic s9(7) value 0.
           05 paid-before-switch pic x(1) value "N".
               88 paid-before value "Y".
           05 hold-reason       pic x(10).
           05 hold-release      pic 9(8).
           05 hold-id           pic x(18).
           05 disp-xfer         pic z(6)9.
           05 xs-time-fld       pic x(8).
           05 xs-dir-fld        pic x(8).
           05 xs-amt-fld        pic x(8).
           05 xs-bal-fld        pic x(8).
           05 xs-date-fld       pic x(8).
           05 xs-other-fld      pic x(20).
           05 my-held-count     pic 9(2) value 0.
           05 my-held-idx       pic 9(2).
           05 my-held-pick      pic 9(2).
           05 my-held-entry occurs 10 times.
               10 mh-id         pic x(18).
               10 mh-recipient  pic x(20).
               10 mh-amount     pic 9(6).
               10 mh-release    pic x(8).
           05 held-row          pic 9(2).
           05 held-match-switch pic x(1) value "N".
               88 held-still-open value "Y".
           05 closed-status     pic x(2).
           05 closed-eof-switch pic x(1) value "N".
               88 end-of-closed value "Y".
           05 closed-user-fld   pic x(20).
           05 closed-found-switch pic x(1) value "N".
               88 account-is-closed value "Y".

       01  mail-post.
           05 mail-log-status   pic x(2).
           05 loan-orig-fld     pic x(8).
           05 loan-taken-fld    pic x(8).
           05 loan-int-fld      pic x(8).
           05 loan-wo-fld       pic x(2).
           05 loan-woamt-fld    pic x(8).
           05 loan-wodate-fld   pic x(8).
           05 loan-wo-flag      pic x(2) value spaces.
               88 loan-written-off value "WO".
           05 loan-wo-amt       pic 9(7) value 0.
           05 loan-wo-date      pic 9(8) value 0.
           05 loan-book-status  pic x(2).
           05 loan-book-line    pic x(80).
           05 loan-book-date    pic 9(8).
           05 loan-book-time    pic 9(8).
           05 loan-rate         pic 9(2) value 1.
           05 loan-limit        pic 9(7) value 0.
           05 loan-interest     pic 9(7) value 0.
           05 lock-stamp-mins   pic 9(5).
           05 lock-stale-mins   pic 9(3) value 2.

       01  idle-session.
           05 crt-key-status    pic 9(4) value 0.
               88 idle-timed-out value 8001.
           05 idle-timeout-secs pic 9(4) value 300.

       01  credit-standing.
           05 credit-status     pic x(2).
           05 credit-path       pic x(60).
           05 cw-treasury-num   pic s9(7).
           05 treasury-credit-switch pic x(1) value "N".
               88 treasury-credited value "Y".
           05 crew-ledger-status pic x(2).
           05 crew-ledger-line  pic x(120).
           05 ledger-treasury   pic s9(7) value 0.
           05 ledger-treasury-disp pic -(7)9.
           05 ledger-date       pic 9(8).
           05 ledger-time       pic 9(8).

       01  insurance-info.
           05 policy-status     pic x(2).
           05 policy-today      pic 9(8).
           05 premium-age-days  pic s9(5) value 0.
           05 disp-policy       pic z(4)9.
           05 tier-idx          pic 9(1).
           05 tier-row          pic 9(2).
           05 tier-line         pic x(60).
           05 disp-tier-cap     pic z(5)9.
           05 disp-tier-premium pic z(4)9.
           05 tier-defaults.
               10 filler pic x(8) value 'Basic'.
               10 filler pic 9(5) value 50.
               10 filler pic 9(3) value 25.
               10 filler pic 9(5) value 500.
               10 filler pic x(8) value 'Standard'.
               10 filler pic 9(5) value 150.
               10 filler pic 9(3) value 50.
               10 filler pic 9(5) value 1500.
               10 filler pic x(8) value 'Premier'.
               10 filler pic 9(5) value 400.
               10 filler pic 9(3) value 75.
               10 filler pic 9(5) value 5000.
           05 tier-table redefines tier-defaults.
               10 tier-entry occurs 3 times.
                   15 tier-name     pic x(8).
                   15 tier-premium  pic 9(5).
                   15 tier-pct      pic 9(3).
                   15 tier-cap      pic 9(5).
           05 ins-ledger-status pic x(2).
           05 ins-ledger-line   pic x(80).
           05 ins-event         pic x(8).
           05 ins-event-tier    pic 9(1).
           05 ins-event-amount  pic 9(7).
           05 ins-event-date    pic 9(8).
           05 ins-event-time    pic 9(8).

       01  validation.
           05 validate-field   pic x(20).
           05 pin-ok-switch     pic x(1) value "N".
               88 pin-accepted value "Y".

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
           05 msg-base          pic 9(4) value 2000.
           05 msg-count         pic 9(3) value 156.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 156 times.
           05 prefs-status      pic x(2).
           05 prefs-path        pic x(60).
           05 prefs-line        pic x(40).
           05 prefs-eof-switch  pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld       pic x(10).
           05 pf-value-fld      pic x(10).
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).

       01  screen-text-defaults.
           05 filler pic x(50) value
               '=== ATM ==='.
           05 filler pic x(50) value
               'Wallet: $'.
           05 filler pic x(50) value
               'Bank Balance: $'.
           05 filler pic x(50) value
               '1. Deposit Money'.
           05 filler pic x(50) value
               '2. Withdraw Money'.
           05 filler pic x(50) value
               '3. View Highscores'.
           05 filler pic x(50) value
               '4. Return to Main Menu'.
           05 filler pic x(50) value
               '5. View Transaction History'.
           05 filler pic x(50) value
               '6. Transfer to Another Player'.
           05 filler pic x(50) value
               '7. Loan Desk'.
           05 filler pic x(50) value
               '8. Contribute to Crew Treasury'.
           05 filler pic x(50) value
               '9. Insurance Desk'.
           05 filler pic x(50) value
               'T. Term Deposits'.
           05 filler pic x(50) value
               'L. Player Loans'.
           05 filler pic x(50) value
               'Enter choice:'.
           05 filler pic x(50) value
               'H. Held Transfers'.
           05 filler pic x(50) value
               'The ATM speaks api contract version'.
           05 filler pic x(50) value
               'but the server answered version'.
           05 filler pic x(50) value
               'No money moves until the build is'.
           05 filler pic x(50) value
               'updated.'.
           05 filler pic x(50) value
               'Press any key to continue...'.
           05 filler pic x(50) value
               'ATM LOCKED for this session.'.
           05 filler pic x(50) value
               'See an admin to reset your PIN.'.
           05 filler pic x(50) value
               '=== ATM SECURITY ==='.
           05 filler pic x(50) value
               'You have no ATM PIN on file.'.
           05 filler pic x(50) value
               'Set a 4-digit PIN now? Y/N:'.
           05 filler pic x(50) value
               'Enter new PIN:'.
           05 filler pic x(50) value
               'Re-enter PIN:'.
           05 filler pic x(50) value
               'PIN set. Guard it well.'.
           05 filler pic x(50) value
               'PINs did not match or were not'.
           05 filler pic x(50) value
               'numeric - no PIN was set.'.
           05 filler pic x(50) value
               'Enter your ATM PIN:'.
           05 filler pic x(50) value
               'Incorrect PIN.'.
           05 filler pic x(50) value
               '=== DEPOSIT ==='.
           05 filler pic x(50) value
               'Wallet Balance: $'.
           05 filler pic x(50) value
               'Enter amount to deposit: $'.
           05 filler pic x(50) value
               'Invalid amount.'.
           05 filler pic x(50) value
               'Processing deposit...'.
           05 filler pic x(50) value
               'Deposit successful!'.
           05 filler pic x(50) value
               'New Wallet: $'.
           05 filler pic x(50) value
               'New Bank: $'.
           05 filler pic x(50) value
               'Server unreachable - queued for later.'.
           05 filler pic x(50) value
               'Deposit failed.'.
           05 filler pic x(50) value
               '=== WITHDRAW ==='.
           05 filler pic x(50) value
               'Enter amount to withdraw: $'.
           05 filler pic x(50) value
               'Processing withdrawal...'.
           05 filler pic x(50) value
               'Withdrawal successful!'.
           05 filler pic x(50) value
               'Withdrawal failed.'.
           05 filler pic x(50) value
               '=== TRANSACTION HISTORY ==='.
           05 filler pic x(50) value
               'No./Timestamp/Direction/Amount/New Balance'.
           05 filler pic x(50) value
               'No transactions recorded yet.'.
           05 filler pic x(50) value
               'Dispute a line? Enter its No., 0 for none:'.
           05 filler pic x(50) value
               '=== TRANSFER TO PLAYER ==='.
           05 filler pic x(50) value
               'Enter recipient username:'.
           05 filler pic x(50) value
               'Invalid recipient.'.
           05 filler pic x(50) value
               'That account has been closed.'.
           05 filler pic x(50) value
               'Enter amount to transfer: $'.
           05 filler pic x(50) value
               'That is over your daily transfer limit.'.
           05 filler pic x(50) value
               'You can still send today: $'.
           05 filler pic x(50) value
               'Processing transfer...'.
           05 filler pic x(50) value
               'Transfer successful!'.
           05 filler pic x(50) value
               'Transfer failed - recipient not found.'.
           05 filler pic x(50) value
               'Transfer could not be held - try again'.
           05 filler pic x(50) value
               'later. No money has moved.'.
           05 filler pic x(50) value
               'Held transfers are busy - your money'.
           05 filler pic x(50) value
               'was returned. Try again shortly.'.
           05 filler pic x(50) value
               'Held transfers are busy and the refund'.
           05 filler pic x(50) value
               'failed - see an admin.'.
           05 filler pic x(50) value
               'Transfer held for review until'.
           05 filler pic x(50) value
               '(first payment to this player).'.
           05 filler pic x(50) value
               '(amount is over the review limit).'.
           05 filler pic x(50) value
               '(large first payment to this player).'.
           05 filler pic x(50) value
               '=== HELD TRANSFERS ==='.
           05 filler pic x(50) value
               'You have no transfers on hold.'.
           05 filler pic x(50) value
               'NO. TO                    AMOUNT  RELEASES'.
           05 filler pic x(50) value
               'Number to cancel (0 = back):'.
           05 filler pic x(50) value
               'Held transfers are busy - try again.'.
           05 filler pic x(50) value
               'That transfer has already been settled.'.
           05 filler pic x(50) value
               'Could not cancel right now - try again.'.
           05 filler pic x(50) value
               'Cancelled. $'.
           05 filler pic x(50) value
               ' is back in your bank.'.
           05 filler pic x(50) value
               'Reason:'.
           05 filler pic x(50) value
               'A reason is needed - nothing filed.'.
           05 filler pic x(50) value
               'The dispute desk is busy - try again.'.
           05 filler pic x(50) value
               'That line is already under dispute.'.
           05 filler pic x(50) value
               'Filed as case'.
           05 filler pic x(50) value
               '- watch your mail.'.
           05 filler pic x(50) value
               '=== LOAN DESK ==='.
           05 filler pic x(50) value
               'Credit Score:'.
           05 filler pic x(50) value
               'Rate:'.
           05 filler pic x(50) value
               '%/day'.
           05 filler pic x(50) value
               'Loan Outstanding: $'.
           05 filler pic x(50) value
               'Your borrowing limit: $'.
           05 filler pic x(50) value
               'ACCOUNT DELINQUENT - repay your loan!'.
           05 filler pic x(50) value
               '1. Borrow'.
           05 filler pic x(50) value
               '2. Repay From Bank'.
           05 filler pic x(50) value
               '3. Return to ATM'.
           05 filler pic x(50) value
               'You are already at your limit.'.
           05 filler pic x(50) value
               'Repay your written-off loan first.'.
           05 filler pic x(50) value
               'Enter amount to borrow: $'.
           05 filler pic x(50) value
               'Invalid amount for your limit.'.
           05 filler pic x(50) value
               'Processing loan advance...'.
           05 filler pic x(50) value
               'Loan advance credited to your bank.'.
           05 filler pic x(50) value
               'Loan desk unavailable right now.'.
           05 filler pic x(50) value
               'Enter amount to repay: $'.
           05 filler pic x(50) value
               'Invalid repayment amount.'.
           05 filler pic x(50) value
               'Processing repayment...'.
           05 filler pic x(50) value
               'Repayment applied.'.
           05 filler pic x(50) value
               'Loan auto-repayment taken: $'.
           05 filler pic x(50) value
               '=== TERM DEPOSIT DESK ==='.
           05 filler pic x(50) value
               'Lock money away at a better rate:'.
           05 filler pic x(50) value
               '7 days 3% / 30 days 15% / 90 days 60%'.
           05 filler pic x(50) value
               'YOUR DEPOSITS: Amount / Matures / Rate'.
           05 filler pic x(50) value
               '(none)'.
           05 filler pic x(50) value
               '1. Open a 7-Day Deposit'.
           05 filler pic x(50) value
               '2. Open a 30-Day Deposit'.
           05 filler pic x(50) value
               '3. Open a 90-Day Deposit'.
           05 filler pic x(50) value
               'B. Break a Deposit (forfeit interest)'.
           05 filler pic x(50) value
               'Any other key to go back:'.
           05 filler pic x(50) value
               'The desk holds at most 9 deposits.'.
           05 filler pic x(50) value
               'Amount to lock away: $'.
           05 filler pic x(50) value
               'The desk is closed right now.'.
           05 filler pic x(50) value
               'Locked in. Patience pays.'.
           05 filler pic x(50) value
               'Break which deposit number:'.
           05 filler pic x(50) value
               'Principal returned - the interest'.
           05 filler pic x(50) value
               'stays with the bank.'.
           05 filler pic x(50) value
               '=== INSURANCE DESK ==='.
           05 filler pic x(50) value
               'Your policy: Tier'.
           05 filler pic x(50) value
               'Covers'.
           05 filler pic x(50) value
               '% of hack losses'.
           05 filler pic x(50) value
               'Payout cap per period: $'.
           05 filler pic x(50) value
               'Paid out this period:  $'.
           05 filler pic x(50) value
               'You have no hack-loss policy.'.
           05 filler pic x(50) value
               'TIERS:'.
           05 filler pic x(50) value
               '1-3 to buy/switch, C) Cancel policy'.
           05 filler pic x(50) value
               'Premium unpaid - policy LAPSED.'.
           05 filler pic x(50) value
               'Insurance premium collected.'.
           05 filler pic x(50) value
               'Premium deferred - server down.'.
           05 filler pic x(50) value
               'Premium refused - policy LAPSED.'.
           05 filler pic x(50) value
               'Risk surcharge: your credit score'.
           05 filler pic x(50) value
               'raises the premium 25%.'.
           05 filler pic x(50) value
               'You cannot afford the first premium.'.
           05 filler pic x(50) value
               'Policy bound - sleep a little easier.'.
           05 filler pic x(50) value
               'Insurance desk unavailable right now.'.
           05 filler pic x(50) value
               'Policy cancelled.'.
           05 filler pic x(50) value
               '=== CREW TREASURY ==='.
           05 filler pic x(50) value
               'You are not in a crew.'.
           05 filler pic x(50) value
               'Your Crew:'.
           05 filler pic x(50) value
               'Amount to contribute: $'.
           05 filler pic x(50) value
               'Processing contribution...'.
           05 filler pic x(50) value
               'Contribution banked for the crew!'.
           05 filler pic x(50) value
               'The crew books are busy - your'.
           05 filler pic x(50) value
               'money was returned. Try again.'.
           05 filler pic x(50) value
               'The crew books are busy AND the'.
           05 filler pic x(50) value
               'refund failed - see an admin.'.
           05 filler pic x(50) value
               'Could not process contribution.'.
       01  screen-text.
           05 mt-atm-title         pic x(50).
           05 mt-wallet            pic x(50).
           05 mt-bank-balance      pic x(50).
           05 mt-opt-deposit       pic x(50).
           05 mt-opt-withdraw      pic x(50).
           05 mt-opt-scores        pic x(50).
           05 mt-opt-return        pic x(50).
           05 mt-opt-history       pic x(50).
           05 mt-opt-transfer      pic x(50).
           05 mt-opt-loans         pic x(50).
           05 mt-opt-crew          pic x(50).
           05 mt-opt-insure        pic x(50).
           05 mt-opt-term          pic x(50).
           05 mt-opt-p2p           pic x(50).
           05 mt-enter-choice      pic x(50).
           05 mt-opt-held          pic x(50).
           05 mt-the-atm-speaks-api pic x(50).
           05 mt-but-the-server    pic x(50).
           05 mt-no-money-moves    pic x(50).
           05 mt-updated           pic x(50).
           05 mt-press-any-key     pic x(50).
           05 mt-atm-locked        pic x(50).
           05 mt-see-an-admin      pic x(50).
           05 mt-atm-security      pic x(50).
           05 mt-you-have-no-atm   pic x(50).
           05 mt-set-a-4-digit     pic x(50).
           05 mt-enter-new-pin     pic x(50).
           05 mt-re-enter-pin      pic x(50).
           05 mt-pin-set-guard     pic x(50).
           05 mt-pins-did-not-match pic x(50).
           05 mt-numeric-no-pin    pic x(50).
           05 mt-enter-your-atm-pin pic x(50).
           05 mt-incorrect-pin     pic x(50).
           05 mt-deposit           pic x(50).
           05 mt-wallet-balance    pic x(50).
           05 mt-enter-amount      pic x(50).
           05 mt-invalid-amount    pic x(50).
           05 mt-processing-deposit pic x(50).
           05 mt-deposit-successful pic x(50).
           05 mt-new-wallet        pic x(50).
           05 mt-new-bank          pic x(50).
           05 mt-server-unreachable pic x(50).
           05 mt-deposit-failed    pic x(50).
           05 mt-withdraw          pic x(50).
           05 mt-enter-amount-2    pic x(50).
           05 mt-processing        pic x(50).
           05 mt-withdrawal        pic x(50).
           05 mt-withdrawal-failed pic x(50).
           05 mt-transaction-history pic x(50).
           05 mt-no-timestamp      pic x(50).
           05 mt-no-transactions   pic x(50).
           05 mt-dispute-a-line    pic x(50).
           05 mt-transfer-to-player pic x(50).
           05 mt-enter-recipient   pic x(50).
           05 mt-invalid-recipient pic x(50).
           05 mt-that-account      pic x(50).
           05 mt-enter-amount-3    pic x(50).
           05 mt-that-is-over      pic x(50).
           05 mt-you-can-still-send pic x(50).
           05 mt-processing-transfer pic x(50).
           05 mt-transfer-successful pic x(50).
           05 mt-transfer-failed   pic x(50).
           05 mt-transfer-could-not pic x(50).
           05 mt-later-no-money    pic x(50).
           05 mt-held-transfers    pic x(50).
           05 mt-was-returned-try  pic x(50).
           05 mt-held-transfers-2  pic x(50).
           05 mt-failed-see-an-admin pic x(50).
           05 mt-transfer-held     pic x(50).
           05 mt-first-payment     pic x(50).
           05 mt-amount-is-over    pic x(50).
           05 mt-large-first-payment pic x(50).
           05 mt-held-transfers-3  pic x(50).
           05 mt-you-have-no       pic x(50).
           05 mt-no-to-amount      pic x(50).
           05 mt-number-to-cancel-0 pic x(50).
           05 mt-held-transfers-4  pic x(50).
           05 mt-that-transfer     pic x(50).
           05 mt-could-not-cancel  pic x(50).
           05 mt-cancelled         pic x(50).
           05 mt-is-back           pic x(50).
           05 mt-reason            pic x(50).
           05 mt-a-reason-is-needed pic x(50).
           05 mt-the-dispute-desk  pic x(50).
           05 mt-that-line         pic x(50).
           05 mt-filed-as-case     pic x(50).
           05 mt-watch-your-mail   pic x(50).
           05 mt-loan-desk         pic x(50).
           05 mt-credit-score      pic x(50).
           05 mt-rate              pic x(50).
           05 mt-day               pic x(50).
           05 mt-loan-outstanding  pic x(50).
           05 mt-your-borrowing    pic x(50).
           05 mt-account-delinquent pic x(50).
           05 mt-1-borrow          pic x(50).
           05 mt-2-repay-from-bank pic x(50).
           05 mt-3-return-to-atm   pic x(50).
           05 mt-you-are-already   pic x(50).
           05 mt-repay-your-written pic x(50).
           05 mt-enter-amount-4    pic x(50).
           05 mt-invalid-amount-2  pic x(50).
           05 mt-processing-loan   pic x(50).
           05 mt-loan-advance      pic x(50).
           05 mt-loan-desk-2       pic x(50).
           05 mt-enter-amount-5    pic x(50).
           05 mt-invalid-repayment pic x(50).
           05 mt-processing-2      pic x(50).
           05 mt-repayment-applied pic x(50).
           05 mt-loan-auto-repayment pic x(50).
           05 mt-term-deposit-desk pic x(50).
           05 mt-lock-money-away   pic x(50).
           05 mt-7-days-3-30       pic x(50).
           05 mt-your-deposits     pic x(50).
           05 mt-none              pic x(50).
           05 mt-1-open-a-7        pic x(50).
           05 mt-2-open-a-30       pic x(50).
           05 mt-3-open-a-90       pic x(50).
           05 mt-b-break-a-deposit pic x(50).
           05 mt-any-other-key     pic x(50).
           05 mt-the-desk-holds    pic x(50).
           05 mt-amount-to-lock-away pic x(50).
           05 mt-the-desk-is-closed pic x(50).
           05 mt-locked-in-patience pic x(50).
           05 mt-break-which-deposit pic x(50).
           05 mt-principal-returned pic x(50).
           05 mt-stays-with-the-bank pic x(50).
           05 mt-insurance-desk    pic x(50).
           05 mt-your-policy-tier  pic x(50).
           05 mt-covers            pic x(50).
           05 mt-of-hack-losses    pic x(50).
           05 mt-payout-cap-per    pic x(50).
           05 mt-paid-out          pic x(50).
           05 mt-you-have-no-hack  pic x(50).
           05 mt-tiers             pic x(50).
           05 mt-1-3-to-buy        pic x(50).
           05 mt-premium-unpaid    pic x(50).
           05 mt-insurance-premium pic x(50).
           05 mt-premium-deferred  pic x(50).
           05 mt-premium-refused   pic x(50).
           05 mt-risk-surcharge    pic x(50).
           05 mt-raises-the-premium pic x(50).
           05 mt-you-cannot-afford pic x(50).
           05 mt-policy-bound-sleep pic x(50).
           05 mt-insurance-desk-2  pic x(50).
           05 mt-policy-cancelled  pic x(50).
           05 mt-crew-treasury     pic x(50).
           05 mt-you-are-not       pic x(50).
           05 mt-your-crew         pic x(50).
           05 mt-amount            pic x(50).
           05 mt-processing-3      pic x(50).
           05 mt-contribution-banked pic x(50).
           05 mt-the-crew-books    pic x(50).
           05 mt-money-was-returned pic x(50).
           05 mt-the-crew-books-2  pic x(50).
           05 mt-refund-failed-see pic x(50).
           05 mt-could-not-process pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 156 times.

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

       linkage section.
              01 username pic x(20).
              01  user-money pic S9(5) value 0.
              01  user-bank pic S9(7) value 0.
              01  job-level pic 9(3).
              01  atm-idle-flag pic x(1).

       procedure division using username user-money user-bank
               job-level atm-idle-flag.
           move "N" to atm-idle-flag
           perform 003-load-language
           perform 001-load-messages
           perform 102-api-version-handshake
           if contract-bad
               display erase screen
               display function trim(mt-the-atm-speaks-api trailing)
                   at 0202
               display supported-version at 0238
               display function trim(mt-but-the-server trailing) at 0302
               display server-version at 0334
               display function trim(mt-no-money-moves trailing)
                   at 0502
               display function trim(mt-updated trailing) at 0602
               display function trim(mt-press-any-key trailing) at 0802
               accept user-input at 0831
               goback
           end-if
           perform 301-pin-gate
           perform 300-atm.

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
               perform 004-read-tunable-line
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

       004-read-tunable-line.
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
               if function numval(tunable-value-fld) > 0
                   evaluate tunable-name
                       when "INS-PREMIUM-1"
                           compute tier-premium(1) =
                               function numval(tunable-value-fld)
                       when "INS-PREMIUM-2"
                           compute tier-premium(2) =
                               function numval(tunable-value-fld)
                       when "INS-PREMIUM-3"
                           compute tier-premium(3) =
                               function numval(tunable-value-fld)
                       when "INS-COVER-1"
                           compute tier-pct(1) =
                               function numval(tunable-value-fld)
                       when "INS-COVER-2"
                           compute tier-pct(2) =
                               function numval(tunable-value-fld)
                       when "INS-COVER-3"
                           compute tier-pct(3) =
                               function numval(tunable-value-fld)
                       when "INS-CAP-1"
                           compute tier-cap(1) =
                               function numval(tunable-value-fld)
                       when "INS-CAP-2"
                           compute tier-cap(2) =
                               function numval(tunable-value-fld)
                       when "INS-CAP-3"
                           compute tier-cap(3) =
                               function numval(tunable-value-fld)
                       when "XFER-DAILY-LIMIT"
                           compute xfer-daily-limit =
                               function numval(tunable-value-fld)
                       when "XFER-HOLD-OVER"
                           compute xfer-hold-over =
                               function numval(tunable-value-fld)
                       when "XFER-HOLD-DAYS"
                           compute xfer-hold-days =
                               function numval(tunable-value-fld)
                       when "IDLE-TIMEOUT-SECS"
                           compute idle-timeout-secs =
                               function numval(tunable-value-fld)
                   end-evaluate
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

       102-api-version-handshake.
           perform 591-generate-ticket
           move spaces to api-command
               perform 304-demand-pin
               if not pin-accepted
                   display erase screen
                   display function trim(mt-atm-locked trailing) at 0202
                   display function trim(mt-see-an-admin trailing)
                       at 0302
                   display function trim(mt-press-any-key trailing)
                       at 0502
                   accept user-input at 0529
                   goback
               end-if

       303-offer-pin-setup.
           display erase screen
           display function trim(mt-atm-security trailing) at 0202
           display function trim(mt-you-have-no-atm trailing) at 0402
           display function trim(mt-set-a-4-digit trailing) at 0602
           accept user-input at 0631
           if user-input = 'Y' or user-input = 'y'
               display function trim(mt-enter-new-pin trailing) at 0802
               accept entered-pin at 0817 with no echo
               display function trim(mt-re-enter-pin trailing) at 0902
               accept confirm-pin at 0917 with no echo
               if entered-pin = confirm-pin
                   and entered-pin not = spaces
                       write pin-record from entered-pin
                       close pin-file
                   end-if
                   display function trim(mt-pin-set-guard trailing)
                       at 1102
               else
                   display function trim(mt-pins-did-not-match trailing)
                       at 1102
                   display function trim(mt-numeric-no-pin trailing)
                       at 1202
               end-if
               display function trim(mt-press-any-key trailing) at 1402
               accept user-input at 1429
           end-if.


       305-one-pin-try.
           display erase screen
           display function trim(mt-atm-security trailing) at 0202
           display function trim(mt-enter-your-atm-pin trailing) at 0402
           accept entered-pin at 0423 with no echo
           if entered-pin = stored-pin
               move "Y" to pin-ok-switch
           else
               add 1 to pin-tries
               display function trim(mt-incorrect-pin trailing) at 0602
               accept user-input at 0617
           end-if.

       306-idle-timeout.
           if lock-acquired
               perform 622-release-lock
           end-if
           move "Y" to atm-idle-flag
           goback.

         300-atm.
           perform 596-replay-pending
           display erase screen
           display function trim(mt-atm-title trailing) at 0202
           move user-money to disp-money
           display function trim(mt-wallet trailing) at 0402
           display disp-money at 0415
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0502
           display disp-bank at 0520
           display function trim(mt-opt-deposit trailing) at 0802
           display function trim(mt-opt-withdraw trailing) at 0902
           display function trim(mt-opt-scores trailing) at 1002
           display function trim(mt-opt-return trailing) at 1102
           display function trim(mt-opt-history trailing) at 1202
           display function trim(mt-opt-transfer trailing) at 1302
           display function trim(mt-opt-loans trailing) at 1402
           display function trim(mt-opt-crew trailing) at 1502
           display function trim(mt-opt-insure trailing) at 1602
           display function trim(mt-opt-term trailing) at 1630
           display function trim(mt-opt-p2p trailing) at 1535
           display function trim(mt-opt-held trailing) at 1435
           display function trim(mt-enter-choice trailing) at 1702
           accept user-input at 1720
               with time-out idle-timeout-secs
           end-accept
           if idle-timed-out
               perform 306-idle-timeout
           end-if
           evaluate user-input
               when '1' perform 341-deposit
               when '2' perform 342-withdraw
               when '9' perform 390-insurance-desk
               when 'T' perform 370-term-desk
               when 't' perform 370-term-desk
               when 'L' perform 359-player-loans
               when 'l' perform 359-player-loans
               when 'H' perform 320-held-transfers
               when 'h' perform 320-held-transfers
               when '4' perform goback
               when other perform 300-atm
           end-evaluate.

       341-deposit.
           display erase screen
           display function trim(mt-deposit trailing) at 0202
           move user-money to disp-money
           display function trim(mt-wallet-balance trailing) at 0402
               disp-money at 0422
           display function trim(mt-enter-amount trailing) at 0602
           accept transfer-amt at 0630
           if transfer-amt > user-money or transfer-amt = 0
               display function trim(mt-invalid-amount trailing) at 0802
               accept user-input at 0829
               perform 300-atm
           end-if
           display function trim(mt-processing-deposit trailing) at 0802
           perform 540-api-deposit
           if api-response(1:7) = "SUCCESS"
               subtract transfer-amt from user-money
               add transfer-amt to user-bank
               display function trim(mt-deposit-successful trailing)
                   at 1002
               move user-money to disp-money
               display function trim(mt-new-wallet trailing) at 1102
                   disp-money at 1120
               move user-bank to disp-bank
               display function trim(mt-new-bank trailing) at 1202
                   disp-bank at 1215
               move "DEPOSIT" to txn-direction
               perform 345-log-transaction
               perform 367-auto-repay-from-deposit
           else if api-response(1:5) = "ERROR"
               display function trim(mt-server-unreachable trailing)
                   at 1002
               perform 595-cache-pending
           else
               display function trim(mt-deposit-failed trailing) at 1002
           end-if
           display function trim(mt-press-any-key trailing) at 1402
           accept user-input at 1429
           perform 300-atm.

       342-withdraw.
           display erase screen
           display function trim(mt-withdraw trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0402
               disp-bank at 0420
           display function trim(mt-enter-amount-2 trailing) at 0602
           accept transfer-amt at 0630
           if transfer-amt > user-bank or transfer-amt = 0
               display function trim(mt-invalid-amount trailing) at 0802
               accept user-input at 0829
               perform 300-atm
           end-if
           display function trim(mt-processing trailing) at 0802
           perform 550-api-withdraw
           if api-response(1:7) = "SUCCESS"
               add transfer-amt to user-money
               subtract transfer-amt from user-bank
               display function trim(mt-withdrawal trailing) at 1002
               move user-money to disp-money
               display function trim(mt-new-wallet trailing) at 1102
                   disp-money at 1120
               move user-bank to disp-bank
               display function trim(mt-new-bank trailing) at 1202
                   disp-bank at 1215
               move "WITHDRAW" to txn-direction
               perform 345-log-transaction
           else if api-response(1:5) = "ERROR"
               display function trim(mt-server-unreachable trailing)
                   at 1002
               perform 595-cache-pending
           else
               display function trim(mt-withdrawal-failed trailing)
                   at 1002
           end-if
           display function trim(mt-press-any-key trailing) at 1402
           accept user-input at 1429
           perform 300-atm.


       344-view-history.
           display erase screen
           display function trim(mt-transaction-history trailing)
               at 0202
           display function trim(mt-no-timestamp trailing) at 0302
           perform 346-build-txn-log-path
           move "N" to txn-eof-switch
           move 0 to hist-line-no
           open input txn-log-file
           if txn-log-status = "00"
               perform 347-print-txn-lines
               close txn-log-file
           else
               display function trim(mt-no-transactions trailing)
                   at 0502
           end-if
           if hist-line-no = 0
               display function trim(mt-press-any-key trailing) at 1802
               accept user-input at 1829
               perform 300-atm
           end-if
           display function trim(mt-dispute-a-line trailing)
               at 1802
           move 0 to hist-pick
           accept hist-pick at 1846
           if hist-pick > 0 and hist-pick <= hist-line-no
               perform 353-file-dispute
           end-if
           perform 300-atm.

       345-log-transaction.
           perform 346-build-txn-log-path
           perform 349-next-txn-id
           accept txn-timestamp from time
           accept txn-date from date yyyymmdd
           move spaces to txn-log-line
                   user-bank delimited size
                   '|' delimited size
                   txn-date delimited size
                   '||' delimited size
                   txn-id delimited size
                   into txn-log-line
           else
               string txn-timestamp delimited size
                   txn-date delimited size
                   '|' delimited size
                   function trim(txn-counterparty) delimited size
                   '|' delimited size
                   txn-id delimited size
                   into txn-log-line
           end-if
           move spaces to txn-counterparty
       347-print-txn-lines.
           perform 348-read-txn-line
           perform until end-of-txn-log
               move hist-line-no to disp-hist-no
               display disp-hist-no ' ' txn-log-record
               perform 348-read-txn-line
           end-perform.

       348-read-txn-line.
           read txn-log-file
               at end move "Y" to txn-eof-switch
           end-read
           if not end-of-txn-log
               add 1 to hist-line-no
           end-if.

       349-next-txn-id.
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

       350-transfer.
           display erase screen
           display function trim(mt-transfer-to-player trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0402
               disp-bank at 0420
           display function trim(mt-enter-recipient trailing) at 0602
           accept transfer-target at 0630
           move transfer-target to validate-field
           perform 900-validate-alnum
               or function trim(transfer-target) = spaces
               or function trim(transfer-target)
                   = function trim(username)
               display function trim(mt-invalid-recipient trailing)
                   at 0802
               accept user-input at 0829
               perform 300-atm
           end-if
           perform 312-check-closed-recipient
           if account-is-closed
               display function trim(mt-that-account trailing) at 0802
               accept user-input at 0832
               perform 300-atm
           end-if
           display function trim(mt-enter-amount-3 trailing) at 0702
           accept transfer-amt at 0731
           if transfer-amt > user-bank or transfer-amt = 0
               display function trim(mt-invalid-amount trailing) at 0902
               accept user-input at 0929
               perform 300-atm
           end-if
           perform 310-check-transfer-rules
           if xfer-room < transfer-amt
               display function trim(mt-that-is-over trailing)
                   at 0902
               if xfer-room > 0
                   move xfer-room to disp-xfer
               else
                   move 0 to disp-xfer
               end-if
               display function trim(mt-you-can-still-send trailing)
                   at 1002
                   disp-xfer at 1029
               display function trim(mt-press-any-key trailing) at 1402
               accept user-input at 1429
               perform 300-atm
           end-if
           if hold-reason not = spaces
               perform 315-hold-transfer
               display function trim(mt-press-any-key trailing) at 1402
               accept user-input at 1429
               perform 300-atm
           end-if
           display function trim(mt-processing-transfer trailing)
               at 0902
           perform 560-api-transfer
           if api-response(1:7) = "SUCCESS"
               subtract transfer-amt from user-bank
               display function trim(mt-transfer-successful trailing)
                   at 1102
               move user-bank to disp-bank
               display function trim(mt-new-bank trailing) at 1202
                   disp-bank at 1215
               move "XFEROUT" to txn-direction
               move transfer-target to txn-counterparty
               perform 345-log-transaction
                   into mail-text
               perform 352-post-mail
           else if api-response(1:5) = "ERROR"
               display function trim(mt-server-unreachable trailing)
                   at 1102
               perform 595-cache-pending
           else
               display function trim(mt-transfer-failed trailing)
                   at 1102
           end-if
           display function trim(mt-press-any-key trailing) at 1402
           accept user-input at 1429
           perform 300-atm.

       310-check-transfer-rules.
           accept xfer-today from date yyyymmdd
           move 0 to xfer-sent-today
           move "N" to paid-before-switch
           perform 346-build-txn-log-path
           move "N" to txn-eof-switch
           open input txn-log-file
           if txn-log-status = "00"
               perform 311-read-own-txn
                   until end-of-txn-log
               close txn-log-file
           end-if
           compute xfer-room = xfer-daily-limit - xfer-sent-today
           move spaces to hold-reason
           evaluate true
               when transfer-amt > xfer-hold-over and not paid-before
                   move "BOTH" to hold-reason
               when transfer-amt > xfer-hold-over
                   move "LARGE" to hold-reason
               when not paid-before
                   move "NEWPAYEE" to hold-reason
           end-evaluate.

       311-read-own-txn.
           read txn-log-file into txn-log-line
               at end move "Y" to txn-eof-switch
           end-read
           if end-of-txn-log
               exit paragraph
           end-if
           move spaces to xs-time-fld xs-dir-fld xs-amt-fld
               xs-bal-fld xs-date-fld xs-other-fld
           unstring txn-log-line delimited by '|'
               into xs-time-fld xs-dir-fld xs-amt-fld xs-bal-fld
                   xs-date-fld xs-other-fld
           end-unstring
           if (xs-dir-fld = "XFEROUT" or xs-dir-fld = "XFERREL")
               and xs-other-fld = transfer-target
               move "Y" to paid-before-switch
           end-if
           if xs-date-fld = xfer-today
               and (xs-dir-fld = "XFEROUT"
                   or xs-dir-fld = "XFERHOLD")
               add function numval(xs-amt-fld) to xfer-sent-today
           end-if.

       312-check-closed-recipient.
           move "N" to closed-found-switch
           move "N" to closed-eof-switch
           open input closed-file
           if closed-status = "00"
               perform 313-read-closed-line
                   until end-of-closed or account-is-closed
               close closed-file
           end-if.

       313-read-closed-line.
           read closed-file
               at end move "Y" to closed-eof-switch
           end-read
           if not end-of-closed
               move spaces to closed-user-fld
               unstring closed-record delimited by '|'
                   into closed-user-fld
               end-unstring
               if function trim(closed-user-fld)
                       = function trim(transfer-target)
                   move "Y" to closed-found-switch
               end-if
           end-if.

       315-hold-transfer.
           display function trim(mt-processing-transfer trailing)
               at 0902
           perform 550-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-transfer-could-not trailing)
                   at 1102
               display function trim(mt-later-no-money trailing) at 1202
               exit paragraph
           end-if
           subtract transfer-amt from user-bank
           move "XFERHOLD" to txn-direction
           move transfer-target to txn-counterparty
           perform 345-log-transaction
           move txn-id to hold-id
           compute hold-release = function date-of-integer(
               function integer-of-date(xfer-today)
               + xfer-hold-days)
           move "heldxfer" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 540-api-deposit
               if api-response(1:7) = "SUCCESS"
                   add transfer-amt to user-bank
                   move "XFERBACK" to txn-direction
                   move transfer-target to txn-counterparty
                   perform 345-log-transaction
                   display function trim(mt-held-transfers trailing)
                       at 1102
                   display function trim(mt-was-returned-try trailing)
                       at 1202
               else
                   display function trim(mt-held-transfers-2 trailing)
                       at 1102
                   display function trim(mt-failed-see-an-admin
                       trailing) at 1202
               end-if
               exit paragraph
           end-if
           perform 316-append-held-line
           perform 622-release-lock
           move transfer-amt to disp-xfer
           display function trim(mt-transfer-held trailing) at 1102
               hold-release at 1133
           evaluate hold-reason
               when "NEWPAYEE"
                   display function trim(mt-first-payment trailing)
                       at 1202
               when "LARGE"
                   display function trim(mt-amount-is-over trailing)
                       at 1202
               when other
                   display function trim(mt-large-first-payment
                       trailing)
                       at 1202
           end-evaluate
           move username to mail-to
           move "SECURITY" to mail-from
           move spaces to mail-text
           string 'Your transfer of $' delimited size
               function trim(disp-xfer) delimited size
               ' to ' delimited size
               function trim(transfer-target) delimited size
               ' is held until ' delimited size
               hold-release delimited size
               '. Not you? Cancel it at the ATM.' delimited size
               into mail-text
           perform 352-post-mail
           move transfer-target to mail-to
           move username to mail-from
           move spaces to mail-text
           string 'A transfer of $' delimited size
               function trim(disp-xfer) delimited size
               ' from ' delimited size
               function trim(username) delimited size
               ' is on a security hold until ' delimited size
               hold-release delimited size
               '.' delimited size
               into mail-text
           perform 352-post-mail.

       316-append-held-line.
           move spaces to held-line
           string hold-id delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               function trim(transfer-target) delimited size
               '|' delimited size
               transfer-amt delimited size
               '|' delimited size
               txn-date delimited size
               '|' delimited size
               txn-timestamp delimited size
               '|' delimited size
               hold-release delimited size
               '|HELD|' delimited size
               function trim(hold-reason) delimited size
               '||' delimited size
               into held-line
           open extend held-file
           if held-status not = "00"
               open output held-file
           end-if
           if held-status = "00"
               write held-record from held-line
               close held-file
           end-if.

       317-split-held-line.
           move spaces to hd-id hd-sender hd-recipient hd-amount-fld
               hd-date hd-time hd-release hd-state hd-reason
               hd-closed hd-closed-by
           unstring held-line delimited by '|'
               into hd-id hd-sender hd-recipient hd-amount-fld
                   hd-date hd-time hd-release hd-state hd-reason
                   hd-closed hd-closed-by
           end-unstring.

       320-held-transfers.
           display erase screen
           display function trim(mt-held-transfers-3 trailing) at 0202
           perform 321-load-my-held
           if my-held-count = 0
               display function trim(mt-you-have-no trailing) at 0402
               display function trim(mt-press-any-key trailing) at 0602
               accept user-input at 0631
               perform 300-atm
           end-if
           display function trim(mt-no-to-amount trailing)
               at 0402
           move 5 to held-row
           perform 323-show-held-row
               varying my-held-idx from 1 by 1
               until my-held-idx > my-held-count
           add 1 to held-row
           display function trim(mt-number-to-cancel-0 trailing)
               at line held-row
               column 2
           move 0 to my-held-pick
           accept my-held-pick at line held-row column 31
           if my-held-pick = 0 or my-held-pick > my-held-count
               perform 300-atm
           end-if
           perform 325-cancel-held
           display function trim(mt-press-any-key trailing) at 2002
           accept user-input at 2031
           perform 320-held-transfers.

       321-load-my-held.
           move 0 to my-held-count
           move "N" to held-eof-switch
           open input held-file
           if held-status = "00"
               perform 322-read-my-held-line
                   until end-of-held
               close held-file
           end-if.

       322-read-my-held-line.
           read held-file into held-line
               at end move "Y" to held-eof-switch
           end-read
           if end-of-held
               exit paragraph
           end-if
           perform 317-split-held-line
           if hd-sender = username and hd-state = "HELD"
               and my-held-count < 10
               add 1 to my-held-count
               move hd-id to mh-id(my-held-count)
               move hd-recipient to mh-recipient(my-held-count)
               compute mh-amount(my-held-count) =
                   function numval(hd-amount-fld)
               move hd-release to mh-release(my-held-count)
           end-if.

       323-show-held-row.
           move my-held-idx to disp-hist-no
           display disp-hist-no at line held-row column 1
           display mh-recipient(my-held-idx) at line held-row
               column 6
           move mh-amount(my-held-idx) to disp-xfer
           display disp-xfer at line held-row column 28
           display mh-release(my-held-idx) at line held-row
               column 38
           add 1 to held-row.

       325-cancel-held.
           move "heldxfer" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-held-transfers-4 trailing)
                   at 1802
               exit paragraph
           end-if
           move mh-id(my-held-pick) to hold-id
           move "N" to held-match-switch
           move "N" to held-eof-switch
           open input held-file
           if held-status = "00"
               perform 326-find-open-hold
                   until end-of-held
               close held-file
           end-if
           if not held-still-open
               perform 622-release-lock
               display function trim(mt-that-transfer trailing)
                   at 1802
               exit paragraph
           end-if
           move mh-amount(my-held-pick) to transfer-amt
           perform 540-api-deposit
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-could-not-cancel trailing)
                   at 1802
               exit paragraph
           end-if
           perform 327-mark-held-closed
           perform 622-release-lock
           add transfer-amt to user-bank
           move "XFERBACK" to txn-direction
           move mh-recipient(my-held-pick) to txn-counterparty
           perform 345-log-transaction
           move transfer-amt to disp-xfer
           display function trim(mt-cancelled trailing) at 1802
               disp-xfer at 1814 function trim(mt-is-back trailing)
               at 1821
           move mh-recipient(my-held-pick) to mail-to
           move username to mail-from
           move spaces to mail-text
           string 'The held transfer of $' delimited size
               function trim(disp-xfer) delimited size
               ' from ' delimited size
               function trim(username) delimited size
               ' was cancelled by the sender.' delimited size
               into mail-text
           perform 352-post-mail.

       326-find-open-hold.
           read held-file into held-line
               at end move "Y" to held-eof-switch
           end-read
           if end-of-held
               exit paragraph
           end-if
           perform 317-split-held-line
           if hd-id = hold-id and hd-state = "HELD"
               move "Y" to held-match-switch
           end-if.

       327-mark-held-closed.
           accept xfer-today from date yyyymmdd
           move "N" to held-eof-switch
           open input held-file
           open output held-temp-file
           if held-status = "00" and held-temp-status = "00"
               perform 328-copy-held-line
                   until end-of-held
           end-if
           close held-file
           close held-temp-file
           move "N" to held-eof-switch
           open input held-temp-file
           open output held-file
           if held-status = "00" and held-temp-status = "00"
               perform 329-copy-held-back
                   until end-of-held
           end-if
           close held-temp-file
           close held-file.

       328-copy-held-line.
           read held-file into held-line
               at end move "Y" to held-eof-switch
           end-read
           if end-of-held
               exit paragraph
           end-if
           perform 317-split-held-line
           if hd-id = hold-id and hd-state = "HELD"
               move spaces to held-line
               string function trim(hd-id) delimited size
                   '|' delimited size
                   function trim(hd-sender) delimited size
                   '|' delimited size
                   function trim(hd-recipient) delimited size
                   '|' delimited size
                   function trim(hd-amount-fld) delimited size
                   '|' delimited size
                   hd-date delimited size
                   '|' delimited size
                   hd-time delimited size
                   '|' delimited size
                   hd-release delimited size
                   '|CANCELLED|' delimited size
                   function trim(hd-reason) delimited size
                   '|' delimited size
                   xfer-today delimited size
                   '|' delimited size
                   function trim(username) delimited size
                   into held-line
           end-if
           write held-temp-record from held-line.

       329-copy-held-back.
           read held-temp-file into held-line
               at end move "Y" to held-eof-switch
           end-read
           if not end-of-held
               write held-record from held-line
           end-if.

       351-log-transfer-received.
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               txn-date delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
           end-if
           close txn-log-file.

       353-file-dispute.
           perform 354-fetch-history-line
           if dispute-line = spaces
               exit paragraph
           end-if
           display function trim(mt-reason trailing) at 2002
           move spaces to dispute-reason
           accept dispute-reason at 2010
           if dispute-reason = spaces
               display function trim(mt-a-reason-is-needed trailing)
                   at 2102
               accept user-input at 2138
               exit paragraph
           end-if
           inspect dispute-reason replacing all '|' by '/'
           move "disputes" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-dispute-desk trailing)
                   at 2102
               accept user-input at 2140
               exit paragraph
           end-if
           perform 355-scan-disputes
           if dispute-is-open
               perform 622-release-lock
               display function trim(mt-that-line trailing) at 2102
               accept user-input at 2138
               exit paragraph
           end-if
           add 1 to dispute-max-num
           move spaces to dispute-case
           string 'D' delimited size
               dispute-max-num delimited size
               into dispute-case
           perform 357-write-dispute
           perform 622-release-lock
           move username to mail-to
           move "ADMIN" to mail-from
           move spaces to mail-text
           string 'Dispute case ' delimited size
               dispute-case delimited size
               ' is OPEN - an operator will review it.'
               delimited size
               into mail-text
           perform 352-post-mail
           display function trim(mt-filed-as-case trailing) at 2102
           display dispute-case at 2116
           display function trim(mt-watch-your-mail trailing) at 2124
           accept user-input at 2143.

       354-fetch-history-line.
           move spaces to dispute-line
           move 0 to hist-line-no
           move "N" to txn-eof-switch
           open input txn-log-file
           if txn-log-status = "00"
               perform 358-read-pick-line
                   until end-of-txn-log
                       or hist-line-no = hist-pick
               close txn-log-file
           end-if.

       355-scan-disputes.
           move 0 to dispute-max-num
           move "N" to dispute-dup-switch
           move "N" to dispute-eof-switch
           open input dispute-file
           if dispute-status = "00"
               perform 356-check-dispute-line
                   until end-of-disputes
               close dispute-file
           end-if.

       356-check-dispute-line.
           read dispute-file into dispute-work-line
               at end move "Y" to dispute-eof-switch
           end-read
           if not end-of-disputes
               move spaces to dq-case-fld dq-status-fld dq-player-fld
                   dq-date-fld dq-time-fld dq-bal-fld dq-owner-fld
                   dq-reason-fld dq-txn-fld
               move 1 to dq-pointer
               unstring dispute-work-line delimited by '|'
                   into dq-case-fld dq-status-fld dq-player-fld
                       dq-date-fld dq-time-fld dq-bal-fld
                       dq-owner-fld dq-reason-fld
                   with pointer dq-pointer
               end-unstring
               if dq-pointer < 300
                   move dispute-work-line(dq-pointer:) to dq-txn-fld
               end-if
               if dq-case-fld(2:6) is numeric
                   and function numval(dq-case-fld(2:6))
                       > dispute-max-num
                   compute dispute-max-num =
                       function numval(dq-case-fld(2:6))
               end-if
               if function trim(dq-player-fld)
                       = function trim(username)
                   and dq-txn-fld = dispute-line
                   and dq-status-fld not = "RESOLVED"
                   and dq-status-fld not = "REJECTED"
                   move "Y" to dispute-dup-switch
               end-if
           end-if.

       357-write-dispute.
           accept dispute-date from date yyyymmdd
           accept dispute-time from time
           move user-bank to dispute-balance
           move spaces to dispute-work-line
           string dispute-case delimited size
               '|OPEN|' delimited size
               function trim(username) delimited size
               '|' delimited size
               dispute-date delimited size
               '|' delimited size
               dispute-time delimited size
               '|' delimited size
               dispute-balance delimited size
               '||' delimited size
               function trim(dispute-reason) delimited size
               '|' delimited size
               function trim(dispute-line trailing) delimited size
               into dispute-work-line
           open extend dispute-file
           if dispute-status = "00"
               write dispute-record from dispute-work-line
           end-if
           close dispute-file
           move spaces to dispute-hist-line
           string dispute-case delimited size
               '|' delimited size
               dispute-date delimited size
               '|' delimited size
               dispute-time delimited size
               '|OPEN|' delimited size
               function trim(username) delimited size
               '|0|' delimited size
               function trim(dispute-reason) delimited size
               into dispute-hist-line
           open extend dispute-hist-file
           if dispute-hist-status = "00"
               write dispute-hist-record from dispute-hist-line
           end-if
           close dispute-hist-file.

       358-read-pick-line.
           perform 348-read-txn-line
           if not end-of-txn-log
               move txn-log-record to dispute-line
           end-if.

       359-player-loans.
           call './NGM/utils/p2ploan' using username user-bank
           perform 300-atm.

       360-loan-desk.
           perform 361-load-loan
           perform 368-load-credit-score
           perform 369-apply-credit-terms
           perform 362-apply-loan-interest
           display erase screen
           display function trim(mt-loan-desk trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0402
               disp-bank at 0420
           move credit-score to disp-score
           display function trim(mt-credit-score trailing) at 0430
               disp-score at 0444
           move loan-rate to disp-score
           display function trim(mt-rate trailing) at 0450 disp-score
               at 0456
           display function trim(mt-day trailing) at 0460
           move loan-principal to disp-loan
           display function trim(mt-loan-outstanding trailing) at 0502
               disp-loan at 0522
           compute loan-limit =
               job-level * 1000 * credit-score / 50
           if loan-principal < loan-limit
               move loan-limit to disp-loan
               display function trim(mt-your-borrowing trailing) at 0602
                   disp-loan at 0626
           end-if
           if loan-principal > 0
               perform 366-check-delinquency
               if loan-age-days > delinquent-days
                   display function trim(mt-account-delinquent trailing)
                       at 0702
               end-if
           end-if
           display function trim(mt-1-borrow trailing) at 0902
           display function trim(mt-2-repay-from-bank trailing) at 1002
           display function trim(mt-3-return-to-atm trailing) at 1102
           display function trim(mt-enter-choice trailing) at 1302
           accept user-input at 1320
           evaluate user-input
               when '1' perform 363-borrow
               into loan-path
           move 0 to loan-principal loan-orig-amt
               loan-taken-date loan-int-date
               loan-wo-amt loan-wo-date
           move spaces to loan-wo-flag
           open input loan-file
           if loan-status = "00"
               read loan-file into loan-line
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
               move loan-wo-fld to loan-wo-flag
               if loan-written-off
                   compute loan-wo-amt =
                       function numval(loan-woamt-fld)
                   compute loan-wo-date =
                       function numval(loan-wodate-fld)
               end-if
               compute loan-principal =
                   function numval(loan-prin-fld)
               compute loan-orig-amt =
       362-apply-loan-interest.
           accept loan-today from date yyyymmdd
           if loan-principal > 0 and loan-int-date not = 0
               and not loan-written-off
               compute loan-age-days =
                   function integer-of-date(loan-today)
                   - function integer-of-date(loan-int-date)
           compute loan-limit =
               job-level * 1000 * credit-score / 50
           if loan-principal >= loan-limit
               display function trim(mt-you-are-already trailing)
                   at 1502
               accept user-input at 1532
               perform 360-loan-desk
           end-if
           if loan-written-off
               display function trim(mt-repay-your-written trailing)
                   at 1502
               accept user-input at 1537
               perform 360-loan-desk
           end-if
           display function trim(mt-enter-amount-4 trailing) at 1502
           accept transfer-amt at 1529
           if transfer-amt = 0
               or transfer-amt + loan-principal > loan-limit
               display function trim(mt-invalid-amount-2 trailing)
                   at 1602
               accept user-input at 1632
               perform 360-loan-desk
           end-if
           display function trim(mt-processing-loan trailing) at 1602
           perform 540-api-deposit
           if api-response(1:7) = "SUCCESS"
               add transfer-amt to user-bank
               perform 365-save-loan
               move "LOANADV" to txn-direction
               perform 345-log-transaction
               display function trim(mt-loan-advance trailing) at 1702
           else
               display function trim(mt-loan-desk-2 trailing) at 1702
           end-if
           display function trim(mt-press-any-key trailing) at 1802
           accept user-input at 1829
           perform 360-loan-desk.

       364-repay.
           display function trim(mt-enter-amount-5 trailing) at 1502
           accept transfer-amt at 1528
           if transfer-amt = 0 or transfer-amt > user-bank
               or transfer-amt > loan-principal
               display function trim(mt-invalid-repayment trailing)
                   at 1602
               accept user-input at 1629
               perform 360-loan-desk
           end-if
           display function trim(mt-processing-2 trailing) at 1602
           perform 550-api-withdraw
           if api-response(1:7) = "SUCCESS"
               subtract transfer-amt from user-bank
               subtract transfer-amt from loan-principal
               if loan-written-off
                   perform 381-post-loan-recovery
               end-if
               if loan-principal = 0
                   move 0 to loan-orig-amt loan-taken-date
                       loan-wo-amt loan-wo-date
                   move spaces to loan-wo-flag
               end-if
               perform 365-save-loan
               move "LOANPAY" to txn-direction
               perform 345-log-transaction
               display function trim(mt-repayment-applied trailing)
                   at 1702
           else
               display function trim(mt-loan-desk-2 trailing) at 1702
           end-if
           display function trim(mt-press-any-key trailing) at 1802
           accept user-input at 1829
           perform 360-loan-desk.

                   '|' delimited size
                   loan-int-date delimited size
                   into loan-line
               if loan-written-off
                   move spaces to loan-line(34:)
                   string '|WO|' delimited size
                       loan-wo-amt delimited size
                       '|' delimited size
                       loan-wo-date delimited size
                       into loan-line(34:)
               end-if
               write loan-record from loan-line
               close loan-file
           end-if.
                       move "LOANPAY" to txn-direction
                       perform 345-log-transaction
                       move loan-autopay to disp-loan
                       display function trim(mt-loan-auto-repayment
                           trailing) at 1302
                           disp-loan at 1330
                   end-if
                   move loan-hold-amt to transfer-amt
           perform 371-load-terms
           accept term-today from date yyyymmdd
           display erase screen
           display function trim(mt-term-deposit-desk trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0302
               disp-bank at 0318
           display function trim(mt-lock-money-away trailing) at 0502
           display function trim(mt-7-days-3-30 trailing) at 0602
           display function trim(mt-your-deposits trailing) at 0802
           if term-count = 0
               display function trim(mt-none trailing) at 0902
           end-if
           perform 372-show-term-row
               varying term-idx from 1 by 1
               until term-idx > term-count
           display function trim(mt-1-open-a-7 trailing) at 1402
           display function trim(mt-2-open-a-30 trailing) at 1502
           display function trim(mt-3-open-a-90 trailing) at 1602
           display function trim(mt-b-break-a-deposit trailing) at 1702
           display function trim(mt-any-other-key trailing) at 1902
           accept user-input at 1929
           evaluate user-input
               when '1'

       374-open-term.
           if term-count >= 9
               display function trim(mt-the-desk-holds trailing)
                   at 2102
               accept user-input at 2137
               exit paragraph
           end-if
           display function trim(mt-amount-to-lock-away trailing)
               at 2102
           accept transfer-amt at 2125
           if transfer-amt = 0 or transfer-amt > user-bank
               display function trim(mt-invalid-amount trailing) at 2202
               accept user-input at 2218
               exit paragraph
           end-if
           perform 550-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-the-desk-is-closed trailing)
                   at 2202
               accept user-input at 2232
               exit paragraph
           end-if
           perform 375-save-terms
           move "TERMOPEN" to txn-direction
           perform 345-log-transaction
           display function trim(mt-locked-in-patience trailing) at 2202
           accept user-input at 2229.

       375-save-terms.
           if term-count = 0
               exit paragraph
           end-if
           display function trim(mt-break-which-deposit trailing)
               at 2102
           accept term-pick at 2131
           if term-pick = 0 or term-pick > term-count
               exit paragraph
           move td-amount(term-pick) to transfer-amt
           perform 540-api-deposit
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-the-desk-is-closed trailing)
                   at 2202
               accept user-input at 2232
               exit paragraph
           end-if
           perform 375-save-terms
           move "BREAK" to txn-direction
           perform 345-log-transaction
           display function trim(mt-principal-returned trailing) at 2202
           display function trim(mt-stays-with-the-bank trailing)
               at 2302
           accept user-input at 2324.

       377-write-term-line.
           perform 391-load-policy
           perform 392-collect-premium
           display erase screen
           display function trim(mt-insurance-desk trailing) at 0202
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0302
               disp-bank at 0318
           if has-policy
               display function trim(mt-your-policy-tier trailing)
                   at 0502
               move policy-tier to disp-policy
               display disp-policy at 0521
               move policy-pct to disp-policy
               display function trim(mt-covers trailing) at 0602
                   disp-policy at 0609
               display function trim(mt-of-hack-losses trailing) at 0615
               move policy-cap to disp-policy
               display function trim(mt-payout-cap-per trailing) at 0702
                   disp-policy at 0726
               move policy-period-paid to disp-policy
               display function trim(mt-paid-out trailing) at 0802
                   disp-policy at 0826
           else
               display function trim(mt-you-have-no-hack trailing)
                   at 0502
           end-if
           display function trim(mt-tiers trailing) at 1002
           move 11 to tier-row
           perform 397-show-tier-line
               varying tier-idx from 1 by 1
               until tier-idx > 3
           display function trim(mt-1-3-to-buy trailing) at 1502
           display function trim(mt-any-other-key trailing) at 1602
           accept user-input at 1629
           evaluate user-input
               when '1' perform 393-buy-policy
                   - function integer-of-date(policy-paid-date)
               if premium-age-days >= 30
                   if policy-premium > user-bank
                       move policy-tier to ins-event-tier
                       move 0 to policy-tier
                       perform 395-save-policy
                       move "LAPSE" to ins-event
                       move 0 to ins-event-amount
                       perform 396-post-insurance-ledger
                       display function trim(mt-premium-unpaid trailing)
                           at 1902
                   else
                       move policy-premium to transfer-amt
                           perform 395-save-policy
                           move "PREMIUM" to txn-direction
                           perform 345-log-transaction
                           move "PREMIUM" to ins-event
                           move policy-tier to ins-event-tier
                           move policy-premium to ins-event-amount
                           perform 396-post-insurance-ledger
                           display function trim(mt-insurance-premium
                               trailing)
                               at 1902
                       else if api-response(1:5) = "ERROR"
                           display function trim(mt-premium-deferred
                               trailing)
                               at 1902
                       else
                           move policy-tier to ins-event-tier
                           move 0 to policy-tier
                           perform 395-save-policy
                           move "LAPSE" to ins-event
                           move 0 to ins-event-amount
                           perform 396-post-insurance-ledger
                           display function trim(mt-premium-refused
                               trailing)
                               at 1902
                       end-if
                   end-if

       393-buy-policy.
           perform 368-load-credit-score
           compute tier-idx = function numval(user-input)
           move tier-idx to policy-tier
           move tier-premium(tier-idx) to policy-premium
           move tier-pct(tier-idx) to policy-pct
           move tier-cap(tier-idx) to policy-cap
           if credit-score < 40
               compute policy-premium =
                   policy-premium * 125 / 100
               display function trim(mt-risk-surcharge trailing)
                   at 1702
               display function trim(mt-raises-the-premium trailing)
                   at 1732
           end-if
           if policy-premium > user-bank
               display function trim(mt-you-cannot-afford trailing)
                   at 1802
               accept user-input at 1840
               perform 390-insurance-desk
               perform 395-save-policy
               move "PREMIUM" to txn-direction
               perform 345-log-transaction
               move "BIND" to ins-event
               move policy-tier to ins-event-tier
               move policy-premium to ins-event-amount
               perform 396-post-insurance-ledger
               display function trim(mt-policy-bound-sleep trailing)
                   at 1802
           else
               display function trim(mt-insurance-desk-2 trailing)
                   at 1802
           end-if
           accept user-input at 1840
           perform 390-insurance-desk.

       394-cancel-policy.
           if has-policy
               move "CANCEL" to ins-event
               move policy-tier to ins-event-tier
               move 0 to ins-event-amount
               perform 396-post-insurance-ledger
           end-if
           move 0 to policy-tier
           perform 395-save-policy
           display function trim(mt-policy-cancelled trailing) at 1802
           accept user-input at 1820
           perform 390-insurance-desk.

               close policy-file
           end-if.

       396-post-insurance-ledger.
           accept ins-event-date from date yyyymmdd
           accept ins-event-time from time
           move spaces to ins-ledger-line
           string ins-event-date delimited size
               '|' delimited size
               ins-event-time delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               function trim(ins-event) delimited size
               '|' delimited size
               ins-event-tier delimited size
               '|' delimited size
               ins-event-amount delimited size
               into ins-ledger-line
           open extend ins-ledger-file
           if ins-ledger-status not = "00"
               open output ins-ledger-file
           end-if
           if ins-ledger-status = "00"
               write ins-ledger-record from ins-ledger-line
               close ins-ledger-file
           end-if.

       397-show-tier-line.
           move spaces to tier-line
           move tier-premium(tier-idx) to disp-tier-premium
           move tier-pct(tier-idx) to disp-policy
           move tier-cap(tier-idx) to disp-tier-cap
           string tier-idx delimited size
               '. ' delimited size
               tier-name(tier-idx) delimited size
               ' $' delimited size
               function trim(disp-tier-premium) delimited size
               '/period, ' delimited size
               function trim(disp-policy) delimited size
               '%, cap $' delimited size
               function trim(disp-tier-cap) delimited size
               into tier-line
           display tier-line at line tier-row column 2
           add 1 to tier-row.

       380-crew-contribute.
           perform 382-find-my-crew
           display erase screen
           display function trim(mt-crew-treasury trailing) at 0202
           if has-no-crew
               display function trim(mt-you-are-not trailing) at 0402
               display function trim(mt-press-any-key trailing) at 0602
               accept user-input at 0629
               perform 300-atm
           end-if
           display function trim(mt-your-crew trailing) at 0402
           display function trim(my-crew-name) at 0413
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0502
               disp-bank at 0520
           display function trim(mt-amount trailing) at 0702
           accept transfer-amt at 0726
           if transfer-amt = 0 or transfer-amt > user-bank
               display function trim(mt-invalid-amount trailing) at 0902
               accept user-input at 0929
               perform 300-atm
           end-if
           display function trim(mt-processing-3 trailing) at 0902
           perform 550-api-withdraw
           if api-response(1:7) = "SUCCESS"
               subtract transfer-amt from user-bank
                   move "CREWPAY" to txn-direction
                   move my-crew-name to txn-counterparty
                   perform 345-log-transaction
                   perform 387-post-crew-ledger
                   display function trim(mt-contribution-banked
                       trailing)
                       at 1102
               else
                   perform 540-api-deposit
                   if api-response(1:7) = "SUCCESS"
                       add transfer-amt to user-bank
                       display function trim(mt-the-crew-books trailing)
                           at 1102
                       display function trim(mt-money-was-returned
                           trailing)
                           at 1202
                   else
                       display function trim(mt-the-crew-books-2
                           trailing)
                           at 1102
                       display function trim(mt-refund-failed-see
                           trailing)
                           at 1202
                   end-if
               end-if
           else
               display function trim(mt-could-not-process trailing)
                   at 1102
           end-if
           display function trim(mt-press-any-key trailing) at 1302
           accept user-input at 1329
           perform 300-atm.

       381-post-loan-recovery.
           accept loan-book-date from date yyyymmdd
           accept loan-book-time from time
           move spaces to loan-book-line
           string loan-book-date delimited size
               '|' delimited size
               loan-book-time delimited size
               '|' delimited size
               function trim(username) delimited size
               '|RECOVERY|' delimited size
               transfer-amt delimited size
               into loan-book-line
           open extend loan-book-file
           if loan-book-status not = "00"
               open output loan-book-file
           end-if
           if loan-book-status = "00"
               write loan-book-record from loan-book-line
               close loan-book-file
           end-if.

       382-find-my-crew.
           move spaces to my-crew-name
           move "N" to crew-eof-switch
               compute cw-treasury-num =
                   function numval(cw-treasury-fld)
               add transfer-amt to cw-treasury-num
               move cw-treasury-num to ledger-treasury
               move spaces to crew-work-line
               string 'CREW' delimited size
                   '|' delimited size
           end-if
           write crew-temp-record from crew-work-line.

       387-post-crew-ledger.
           accept ledger-date from date yyyymmdd
           accept ledger-time from time
           move ledger-treasury to ledger-treasury-disp
           move spaces to crew-ledger-line
           string function trim(my-crew-name) delimited size
               '|' delimited size
               ledger-date delimited size
               '|' delimited size
               ledger-time delimited size
               '|CREWPAY|' delimited size
               function trim(username) delimited size
               '|' delimited size
               transfer-amt delimited size
               '|' delimited size
               function trim(ledger-treasury-disp) delimited size
               '||' delimited size
               into crew-ledger-line
           open extend crew-ledger-file
           if crew-ledger-status not = "00"
               open output crew-ledger-file
           end-if
           if crew-ledger-status = "00"
               write crew-ledger-record from crew-ledger-line
           end-if
           close crew-ledger-file.

       388-copy-crews-back.
           move "N" to crew-eof-switch
           open input crew-temp-file
               function trim(lock-path) delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           move "N" to lock-ok-switch.

       623-write-lock-stamp.
           accept lock-now-date from date yyyymmdd
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move mail-to to notify-to
           if mail-from = username
               move "TRANSFER" to notify-category
           else
               move mail-from to notify-category
           end-if
           perform 379-spool-notice.

       379-spool-notice.
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

       540-api-deposit.
           perform 591-generate-ticket
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
           open extend pending-file
           if pending-status = "00"
               write pending-record from api-command
               move "Y" to journal-queued
               call './NGM/utils/apijournal' using journal-program
                   api-command ticket-text retry-count api-response
                   journal-queued
               move "N" to journal-queued
           end-if
           close pending-file.

           close pending-file.

       599-replay-one.
           move pending-command to api-command
           call "SYSTEM" using pending-command
           perform 601-extract-replay-ticket
           perform 602-verify-replay
