               mail-log-path
               organization is line sequential
               file status is mail-log-status.
           select notify-file assign to
               "./NGM/data/notify_spool.dat"
               organization is line sequential
               file status is notify-status.
           select corrections-file assign to
               "./NGM/data/corrections.dat"
               organization is line sequential
               "./NGM/data/maint.dat"
               organization is line sequential
               file status is maint-status.
           select tune-ranges-file assign to
               "./NGM/data/tunable_ranges.dat"
               organization is line sequential
               file status is tune-ranges-status.
           select tune-pending-file assign to
               "./NGM/data/tunables_pending.dat"
               organization is line sequential
               file status is tune-pending-status.
           select tune-pending-temp-file assign to
               "./NGM/data/tunables_pending.tmp"
               organization is line sequential
               file status is tune-pending-temp-status.
           select approvals-file assign to
               "./NGM/data/pending_approvals.dat"
               organization is line sequential
               "./reports/anomaly_exceptions.dat"
               organization is line sequential
               file status is anomaly-status.
           select collusion-flag-file assign to
               "./reports/collusion_flags.dat"
               organization is line sequential
               file status is collusion-status.
           select shared-file assign to
               shared-path
               organization is line sequential
               file status is shared-status.
           select shared-temp-file assign to
               shared-temp-path
               organization is line sequential
               file status is shared-temp-status.
           select player-file assign to
               player-file-path
               organization is line sequential
               file status is player-file-status.
           select bundle-file assign to
               bundle-path
               organization is line sequential
               file status is bundle-status.
           select certificate-file assign to
               certificate-path
               organization is line sequential
               file status is certificate-status.
           select closed-file assign to
               "./NGM/data/closed_accounts.dat"
               organization is line sequential
               file status is closed-status.
           select dirlist-file assign to
               "./NGM/logs/dirlist.tmp"
               organization is line sequential
               file status is dirlist-status.
           select txn-log-file assign to
               txn-log-path
               organization is line sequential
               file status is txn-log-status.
           select lock-file assign to
               lock-path
               organization is line sequential
               file status is lock-status.
           select dispute-file assign to
               "./NGM/data/disputes.dat"
               organization is line sequential
               file status is dispute-status.
           select dispute-temp-file assign to
               "./NGM/data/disputes.tmp"
               organization is line sequential
               file status is dispute-temp-status.
           select dispute-hist-file assign to
               "./NGM/logs/dispute_history.dat"
               organization is line sequential
               file status is dispute-hist-status.
           select messages-file assign to
               "./NGM/data/messages.dat"
               organization is line sequential
               file status is messages-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
               organization is line sequential
               file status is tunables-status.
           select voucher-file assign to
               "./NGM/data/vouchers.dat"
               organization is line sequential
               file status is voucher-status.
           select voucher-temp-file assign to
               "./NGM/data/vouchers.tmp"
               organization is line sequential
               file status is voucher-temp-status.
           select held-file assign to
               "./NGM/data/held_transfers.dat"
               organization is line sequential
               file status is held-status.
           select held-temp-file assign to
               "./NGM/data/held_transfers.tmp"
               organization is line sequential
               file status is held-temp-status.
           select mail-report-file assign to
               "./NGM/data/mail_reports.dat"
               organization is line sequential
               file status is mail-report-status.
           select mail-report-temp-file assign to
               "./NGM/data/mail_reports.tmp"
               organization is line sequential
               file status is mail-report-temp-status.
           select mute-file assign to
               "./NGM/data/mail_mutes.dat"
               organization is line sequential
               file status is mute-status.
           select ao-txn-file assign to
               ao-txn-path
               organization is line sequential
               file status is ao-txn-status.
           select ao-career-file assign to
               ao-career-path
               organization is line sequential
               file status is ao-career-status.
           select ao-report-file assign to
               ao-report-path
               organization is line sequential
               file status is ao-report-status.
           select ao-snap-file assign to
               ao-snap-path
               organization is line sequential
               file status is ao-snap-status.
           select report-index-file assign to
               "./reports/report_index.dat"
               organization is line sequential
               file status is rg-index-status.
           select report-gen-file assign to
               rg-view-path
               organization is line sequential
               file status is rg-view-status.

       data division.
       file section.
           01 hack-log-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd corrections-file.
           01 corrections-record pic x(100).
           fd exception-file.
           01 operators-record pic x(60).
           fd maint-file.
           01 maint-record pic x(80).
           fd tune-ranges-file.
           01 tune-ranges-record pic x(80).
           fd tune-pending-file.
           01 tune-pending-record pic x(150).
           fd tune-pending-temp-file.
           01 tune-pending-temp-record pic x(150).
           fd approvals-file.
           01 approvals-record pic x(150).
           fd approvals-temp-file.
           01 approvals-archive-record pic x(150).
           fd anomaly-file.
           01 anomaly-record pic x(132).
           fd collusion-flag-file.
           01 collusion-flag-record pic x(132).
           fd shared-file.
           01 shared-record pic x(400).
           fd shared-temp-file.
           01 shared-temp-record pic x(400).
           fd player-file.
           01 player-file-record pic x(200).
           fd bundle-file.
           01 bundle-record pic x(200).
           fd certificate-file.
           01 certificate-record pic x(132).
           fd closed-file.
           01 closed-record pic x(100).
           fd dirlist-file.
           01 dirlist-record pic x(80).
           fd txn-log-file.
           01 txn-log-record pic x(100).
           fd lock-file.
           01 lock-record pic x(20).
           fd dispute-file.
           01 dispute-record pic x(300).
           fd dispute-temp-file.
           01 dispute-temp-record pic x(300).
           fd dispute-hist-file.
           01 dispute-hist-record pic x(150).
           fd messages-file.
           01 messages-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd voucher-file.
           01 voucher-record pic x(120).
           fd voucher-temp-file.
           01 voucher-temp-record pic x(120).
           fd held-file.
           01 held-record pic x(150).
           fd held-temp-file.
           01 held-temp-record pic x(150).
           fd mail-report-file.
           01 mail-report-record pic x(200).
           fd mail-report-temp-file.
           01 mail-report-temp-record pic x(200).
           fd mute-file.
           01 mute-record pic x(120).
           fd ao-txn-file.
           01 ao-txn-record pic x(100).
           fd ao-career-file.
           01 ao-career-record pic x(150).
           fd ao-report-file.
           01 ao-report-record pic x(132).
           fd ao-snap-file.
           01 ao-snap-record pic x(150).
           fd report-index-file.
           01 report-index-record pic x(150).
           fd report-gen-file.
           01 report-gen-record pic x(250).

       working-storage section.
       01  admindata.
           05 anomaly-status    pic x(2).
           05 anomaly-eof-switch pic x(1).
               88 end-of-anomalies value "Y".
           05 collusion-status  pic x(2).
           05 collusion-eof-switch pic x(1).
               88 end-of-collusion-flags value "Y".

       01  maintenance-control.
           05 maint-status      pic x(2).
           05 audit-line        pic x(150).
           05 operator-id       pic x(10) value spaces.
           05 audit-field       pic x(12).
           05 audit-old-value   pic x(20).
           05 audit-new-value   pic x(20).
           05 audit-reason      pic x(40).
           05 audit-date        pic 9(8).
           05 audit-time        pic 9(8).
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "admin".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".

       01  shared-rewrite.
           05 shared-status      pic x(2).
           05 shared-temp-status pic x(2).
           05 shared-path        pic x(60).
           05 shared-temp-path   pic x(60).
           05 shared-line        pic x(400).
           05 shared-mode        pic x(8).
           05 shared-eof-switch  pic x(1) value "N".
               88 end-of-shared value "Y".
           05 shared-keep-switch pic x(1) value "Y".
               88 keep-shared-line value "Y".
           05 shared-hit-count   pic 9(4) value 0.
           05 sf-kind-fld        pic x(8).
           05 sf-a-fld           pic x(20).
           05 sf-b-fld           pic x(20).
           05 sf-c-fld           pic x(20).
           05 sf-d-fld           pic x(20).
           05 sf-e-fld           pic x(20).
           05 sf-f-fld           pic x(20).
           05 sf-g-fld           pic x(20).
           05 sf-h-fld           pic x(20).
           05 sf-i-fld           pic x(20).
           05 sf-j-fld           pic x(20).
           05 sf-k-fld           pic x(20).
           05 sf-l-fld           pic x(20).
           05 sf-m-fld           pic x(20).
           05 sf-amount          pic 9(7).
           05 held-id-fld        pic x(20).

       01  account-closure.
           05 closure-confirm    pic x(5).
           05 closure-date       pic 9(8).
           05 closure-time       pic 9(8).
           05 closed-status      pic x(2).
           05 closed-eof-switch  pic x(1) value "N".
               88 end-of-closed value "Y".
           05 closed-user-fld    pic x(20).
           05 closed-found-switch pic x(1) value "N".
               88 account-is-closed value "Y".
           05 closure-orders     pic 9(4) value 0.
           05 closure-listings   pic 9(4) value 0.
           05 closure-heist-refund pic 9(7) value 0.
           05 closure-term-refund pic 9(7) value 0.
           05 closure-own-bounty pic 9(7) value 0.
           05 closure-bounty-count pic 9(4) value 0.
           05 closure-bounty-amt pic 9(7) value 0.
           05 closure-loan-due   pic 9(7) value 0.
           05 closure-loan-paid  pic 9(7) value 0.
           05 closure-loan-wo    pic 9(7) value 0.
           05 closure-crew-name  pic x(20) value spaces.
           05 closure-crew-left  pic 9(4) value 0.
           05 closure-auctions   pic 9(4) value 0.
           05 closure-bids       pic 9(4) value 0.
           05 closure-bid-refund pic 9(7) value 0.
           05 closure-p2p-count  pic 9(4) value 0.
           05 closure-p2p-refund pic 9(7) value 0.
           05 closure-p2p-paid   pic 9(7) value 0.
           05 closure-held-count pic 9(4) value 0.
           05 closure-held-refund pic 9(7) value 0.
           05 closure-deed-offers pic 9(4) value 0.
           05 closure-wars       pic 9(4) value 0.
           05 closure-disputes   pic 9(4) value 0.
           05 closure-case-list  pic x(80).
           05 closure-case-ptr   pic 9(3).
           05 closure-skip-count pic 9(2) value 0.
           05 closure-skip-list  pic x(80).
           05 closure-skip-ptr   pic 9(3).
           05 closure-files      pic 9(4) value 0.
           05 closure-lines      pic 9(6) value 0.
           05 closure-balance    pic s9(8) value 0.
           05 closure-new-pass   pic x(12).
           05 loan-path          pic x(60).
           05 loan-prin-fld      pic x(8).
           05 term-path          pic x(60).
           05 term-amount-fld    pic x(8).
           05 player-file-status pic x(2).
           05 player-file-path   pic x(60).
           05 player-eof-switch  pic x(1) value "N".
               88 end-of-player-file value "Y".
           05 bundle-status      pic x(2).
           05 bundle-path        pic x(80).
           05 certificate-status pic x(2).
           05 certificate-path   pic x(80).
           05 dirlist-status     pic x(2).
           05 dirlist-eof-switch pic x(1) value "N".
               88 end-of-dirlist value "Y".
           05 dir-entry          pic x(80).
           05 dir-entry-len      pic 9(3).
           05 dir-suffix         pic x(30).
           05 dir-suffix-len     pic 9(3).
           05 dir-suffix-start   pic 9(3).
           05 disp-closure       pic -(7)9.
           05 disp-closure-count pic z(5)9.
           05 side-line          pic x(200).
           05 side-time          pic 9(8).
           05 p2p-new-status     pic x(8).
           05 p2p-balance        pic 9(7).
           05 p2p-pay            pic 9(7).
           05 p2p-due-fld        pic x(8).
           05 p2p-ledger-kind    pic x(8).
           05 p2p-ledger-amount  pic 9(7).
           05 p2p-ledger-note    pic x(30).
           05 p2p-wo-disp        pic -(7)9.
           05 closure-pair-id    pic x(18).

       01  closure-war-credits.
           05 war-other-crew     pic x(20).
           05 war-credit-crew    pic x(20).
           05 war-credit-kind    pic x(8).
           05 war-credit-amount  pic 9(7).
           05 war-credit-ref     pic x(20).
           05 war-treasury       pic s9(7).
           05 war-treasury-disp  pic -(7)9.
           05 wq-count           pic 9(2) value 0.
           05 wq-idx             pic 9(2).
           05 wq-entry occurs 20 times.
               10 wq-crew        pic x(20).
               10 wq-kind        pic x(8).
               10 wq-amount      pic 9(7).
               10 wq-ref         pic x(20).
               10 wq-text        pic x(100).

       01  player-rename.
           05 rename-old-name    pic x(20).
           05 rename-new-name    pic x(20).
           05 rename-file-count  pic 9(4) value 0.
           05 rename-line-count  pic 9(6) value 0.
           05 rename-skip-count  pic 9(4) value 0.
           05 rn-field-table.
               10 rn-field       pic x(60) occurs 12 times.
           05 rn-field-count     pic 9(2).
           05 rn-first-field     pic 9(2).
           05 rn-idx             pic 9(2).
           05 rn-pointer         pic 9(3).
           05 rn-changed-switch  pic x(1) value "N".
               88 rn-line-changed value "Y".
           05 rn-column-switch   pic x(1) value "N".
               88 rn-column-only value "Y".
           05 rn-col-start       pic 9(3).
           05 rn-rest-line       pic x(400).

       01  txn-posting.
           05 txn-log-status     pic x(2).
           05 txn-log-path       pic x(60).
           05 txn-log-line       pic x(100).
           05 txn-timestamp      pic 9(8).
           05 txn-date           pic 9(8).
           05 txn-player         pic x(20).
           05 txn-kind           pic x(10).
           05 txn-amount         pic 9(7).
           05 txn-balance        pic s9(8).
           05 txn-counterparty   pic x(20).
           05 txn-id             pic x(18) value spaces.
           05 txn-id-date        pic 9(8).
           05 txn-id-time        pic 9(8).
           05 txn-id-seq         pic 9(2) value 0.
           05 txn-link           pic x(18) value spaces.
           05 txn-pointer        pic 9(3).
           05 api-player         pic x(20).
           05 api-amount         pic 9(7).

       01  dispute-queue.
           05 dispute-status     pic x(2).
           05 dispute-temp-status pic x(2).
           05 dispute-hist-status pic x(2).
           05 dispute-eof-switch pic x(1) value "N".
               88 end-of-disputes value "Y".
           05 dispute-found-switch pic x(1) value "N".
               88 dispute-found value "Y".
           05 dispute-count      pic 9(2) value 0.
           05 dispute-idx        pic 9(2).
           05 dispute-pick       pic 9(1).
           05 dispute-row        pic 9(2).
           05 dispute-entry      pic x(300) occurs 20 times.
           05 dispute-work-line  pic x(300).
           05 dispute-hist-line  pic x(150).
           05 dispute-case       pic x(7).
           05 dispute-key-fld    pic x(7).
           05 dispute-credit     pic 9(7).
           05 dispute-note       pic x(40).
           05 dispute-date       pic 9(8).
           05 dispute-time       pic 9(8).
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
           05 disp-dispute-amt   pic z(6)9.

       01  txn-reversal.
           05 rev-orig-id        pic x(18).
           05 rev-new-id         pic x(18).
           05 rev-kind           pic x(10).
           05 rev-amount         pic 9(7).
           05 rev-counterparty   pic x(20).
           05 rev-payer          pic x(20).
           05 rev-payee          pic x(20).
           05 rev-eof-switch     pic x(1) value "N".
               88 end-of-rev-txns value "Y".
           05 rev-found-switch   pic x(1) value "N".
               88 rev-txn-found value "Y".
           05 rev-done-switch    pic x(1) value "N".
               88 rev-already-done value "Y".
           05 rv-time-fld        pic x(8).
           05 rv-kind-fld        pic x(10).
           05 rv-amt-fld         pic x(10).
           05 rv-bal-fld         pic x(10).
           05 rv-date-fld        pic x(8).
           05 rv-cp-fld          pic x(20).
           05 rv-id-fld          pic x(18).
           05 rv-link-fld        pic x(18).
           05 disp-rev-amount    pic z(6)9.
           05 rev-arch-date      pic x(8).
           05 rev-arch-path      pic x(60).
           05 rev-open-date      pic x(8).
           05 rev-today          pic 9(8).

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

       01  tunables-desk.
           05 tune-ranges-status  pic x(2).
           05 tune-pending-status pic x(2).
           05 tune-pending-temp-status pic x(2).
           05 tune-eof-switch     pic x(1) value "N".
               88 end-of-tune-file value "Y".
           05 tune-line           pic x(150).
           05 tr-key-fld          pic x(20).
           05 tr-type-fld         pic x(4).
           05 tr-min-fld          pic x(10).
           05 tr-max-fld          pic x(10).
           05 tr-default-fld      pic x(10).
           05 tr-count            pic 9(3) value 0.
           05 tr-idx              pic 9(3).
           05 tr-page-start       pic 9(3) value 1.
           05 tr-row              pic 9(2).
           05 tr-found-switch     pic x(1) value "N".
               88 tr-key-found value "Y".
           05 tr-entry occurs 80 times.
               10 tr-key          pic x(20).
               10 tr-type         pic x(4).
               10 tr-min          pic 9(8).
               10 tr-max          pic 9(8).
               10 tr-min-text     pic x(10).
               10 tr-max-text     pic x(10).
               10 tr-default      pic x(10).
               10 tr-current      pic x(10).
               10 tr-marker       pic x(1).
           05 tune-key            pic x(20).
           05 tune-value-fld      pic x(10).
           05 tune-value          pic 9(8).
           05 tune-eff-fld        pic x(8).
           05 tune-eff-date       pic 9(8).
           05 tune-today          pic 9(8).
           05 tune-tomorrow       pic 9(8).
           05 tune-now-time       pic 9(8).
           05 tune-old-value      pic x(10).
           05 tune-valid-switch   pic x(1) value "N".
               88 tune-value-ok value "Y".
           05 tune-new-state      pic x(10).
           05 tp-id               pic x(16).
           05 tp-key              pic x(20).
           05 tp-value            pic x(10).
           05 tp-eff              pic x(8).
           05 tp-state            pic x(10).
           05 tp-old              pic x(10).
           05 tp-maker            pic x(10).
           05 tp-checker          pic x(10).
           05 tp-decided          pic x(8).
           05 tp-reason           pic x(40).
           05 tp-count            pic 9(2) value 0.
           05 tp-pick             pic 9(2).
           05 tp-row              pic 9(2).
           05 tp-pick-id          pic x(16).
           05 tp-found-switch     pic x(1) value "N".
               88 tp-pick-found value "Y".
           05 tp-list-id          pic x(16) occurs 15 times.

       01  held-desk.
           05 held-status         pic x(2).
           05 held-temp-status    pic x(2).
           05 held-line           pic x(150).
           05 held-eof-switch     pic x(1) value "N".
               88 end-of-held value "Y".
           05 held-found-switch   pic x(1) value "N".
               88 held-item-found value "Y".
           05 hd-id               pic x(18).
           05 hd-sender           pic x(20).
           05 hd-recipient        pic x(20).
           05 hd-amount-fld       pic x(8).
           05 hd-date             pic x(8).
           05 hd-time             pic x(8).
           05 hd-release          pic x(8).
           05 hd-state            pic x(10).
           05 hd-reason           pic x(10).
           05 hd-closed           pic x(8).
           05 hd-closed-by        pic x(20).
           05 hd-pick-id          pic x(18).
           05 hd-pick-sender      pic x(20).
           05 hd-pick-recipient   pic x(20).
           05 hd-pick-amount      pic 9(7).
           05 hd-row              pic 9(2).
           05 hd-today            pic 9(8).
           05 disp-held-amt       pic z(6)9.

       01  report-browser.
           05 rg-index-status     pic x(2).
           05 rg-view-status      pic x(2).
           05 rg-view-path        pic x(60).
           05 rg-eof-switch       pic x(1) value "N".
               88 end-of-rg-file value "Y".
           05 rg-line             pic x(150).
           05 rg-date-fld         pic x(8).
           05 rg-time-fld         pic x(6).
           05 rg-step-fld         pic x(20).
           05 rg-report-fld       pic x(30).
           05 rg-gen-fld          pic x(60).
           05 rg-records-fld      pic x(7).
           05 rg-status-fld       pic x(6).
           05 rg-count            pic 9(3) value 0.
           05 rg-idx              pic 9(3).
           05 rg-entry occurs 500 times.
               10 rg-date         pic x(8).
               10 rg-step         pic x(12).
               10 rg-report       pic x(30).
               10 rg-gen          pic x(60).
               10 rg-records      pic x(7).
               10 rg-status       pic x(6).
           05 rg-filter           pic x(20) value spaces.
           05 rg-page-start       pic 9(3) value 1.
           05 rg-slot             pic 9(2).
           05 rg-row              pic 9(2).
           05 rg-pos              pic s9(4).
           05 rg-list-idx         pic 9(3) occurs 15 times.
           05 rg-pick             pic x(2).
           05 rg-pick-num         pic 9(2).
           05 rg-view-idx         pic 9(3).
           05 rg-view-start       pic 9(7).
           05 rg-view-line-no     pic 9(7).
           05 rg-view-row         pic 9(2).
           05 rg-view-key         pic x(1).
           05 rg-view-more-switch pic x(1).
               88 rg-view-has-more value "Y".
           05 rg-view-done-switch pic x(1).
               88 rg-view-done value "Y".
           05 disp-rg-num         pic z9.
           05 disp-rg-line        pic z(6)9.

       01  voucher-desk.
           05 voucher-status      pic x(2).
           05 voucher-temp-status pic x(2).
           05 voucher-line        pic x(120).
           05 voucher-eof-switch  pic x(1) value "N".
               88 end-of-vouchers value "Y".
           05 voucher-max-cash    pic 9(7) value 50000.
           05 voucher-max-items   pic 9(2) value 10.
           05 voucher-max-batch   pic 9(2) value 50.
           05 vd-campaign         pic x(12).
           05 vd-type-pick        pic x(1).
           05 vd-type             pic x(7).
           05 vd-value            pic 9(7).
           05 vd-max              pic 9(5).
           05 vd-per-player       pic 9(3).
           05 vd-expiry           pic 9(8).
           05 vd-how-many         pic 9(2).
           05 vd-made             pic 9(2).
           05 vd-today            pic 9(8).
           05 vd-confirm          pic x(1).
               88 vd-confirmed value "Y" "y".
           05 vd-code             pic x(10).
           05 vd-seed             pic 9(10).
           05 vd-clock            pic 9(8).
           05 vd-char-idx         pic 9(2).
           05 vd-char-pos         pic 9(2).
           05 vd-alphabet         pic x(32)
               value 'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
           05 vd-clash-switch     pic x(1).
               88 vd-code-clash value "Y".
           05 vd-found-switch     pic x(1).
               88 vd-code-found value "Y".
           05 vd-code-fld         pic x(10).
           05 vd-campaign-fld     pic x(12).
           05 vd-type-fld         pic x(7).
           05 vd-value-fld        pic x(8).
           05 vd-max-fld          pic x(6).
           05 vd-per-fld          pic x(4).
           05 vd-expiry-fld       pic x(8).
           05 vd-created-fld      pic x(8).
           05 vd-by-fld           pic x(20).
           05 vd-state-fld        pic x(6).
           05 vd-line-no          pic 9(5).
           05 vd-page-start       pic 9(5).
           05 vd-row              pic 9(2).
           05 vd-col              pic 9(2).
           05 vd-disp-count       pic z9.
           05 vd-new-idx          pic 9(2).
           05 vd-new-codes.
               10 vd-new-code     pic x(8) occurs 50 times.

       01  mail-moderation.
           05 mail-report-status  pic x(2).
           05 mail-report-temp-status pic x(2).
           05 mute-status         pic x(2).
           05 mail-report-line    pic x(200).
           05 mute-line           pic x(120).
           05 mail-report-eof-switch pic x(1) value "N".
               88 end-of-mail-reports value "Y".
           05 mr-count            pic 9(2) value 0.
           05 mr-idx              pic 9(2).
           05 mr-pick             pic 9(1).
           05 mr-row              pic 9(2).
           05 mr-entry            pic x(200) occurs 9 times.
           05 mr-id-fld           pic x(6).
           05 mr-kind-fld         pic x(4).
           05 mr-reporter-fld     pic x(20).
           05 mr-sender-fld       pic x(20).
           05 mr-date-fld         pic x(8).
           05 mr-status-fld       pic x(10).
           05 mr-msg-date-fld     pic x(8).
           05 mr-msg-time-fld     pic x(8).
           05 mr-text-fld         pic x(100).
           05 mr-case-id          pic x(6).
           05 mr-case-reporter    pic x(20).
           05 mr-case-sender      pic x(20).
           05 mr-new-status       pic x(10).
           05 mr-prior-count      pic 9(3).
           05 mr-ctx-count        pic 9(1).
           05 mr-note             pic x(60).
           05 mr-mute-days        pic 9(3).
           05 mr-mute-until       pic 9(8).
           05 mr-today            pic 9(8).
           05 mr-updated-switch   pic x(1).
               88 mr-updated value "Y".
           05 disp-mr-days        pic zz9.
           05 disp-mr-prior       pic zz9.

       01  asof-inquiry.
           05 ao-txn-status       pic x(2).
           05 ao-txn-path         pic x(60).
           05 ao-live-path        pic x(60).
           05 ao-arch-path        pic x(60).
           05 ao-career-status    pic x(2).
           05 ao-career-path      pic x(60).
           05 ao-report-status    pic x(2).
           05 ao-report-path      pic x(80).
           05 ao-snap-status      pic x(2).
           05 ao-snap-path        pic x(60).
           05 ao-snap-date        pic 9(8).
           05 ao-snap-back        pic 9(2).
           05 ao-snap-anchor      pic x(16).
           05 ao-snap-bank        pic s9(9).
           05 ao-snap-money       pic s9(9).
           05 ao-snap-switch      pic x(1).
               88 ao-snap-found value "Y".
           05 ao-eof-switch       pic x(1) value "N".
               88 ao-end-of-file value "Y".
           05 ao-date             pic x(8).
           05 ao-today            pic 9(8).
           05 ao-day-end          pic x(16).
           05 ao-window-start     pic x(16).
           05 ao-stamp            pic x(16).
           05 ao-f1               pic x(10).
           05 ao-f2               pic x(20).
           05 ao-f3               pic x(12).
           05 ao-f4               pic x(12).
           05 ao-f5               pic x(8).
           05 ao-f6               pic x(20).
           05 ao-f7               pic x(8).
           05 ao-f8               pic x(12).
           05 ao-f9               pic x(12).
           05 ao-f10              pic x(12).
           05 ao-f11              pic x(12).
           05 ao-f12              pic x(12).
           05 ao-career-anchor    pic x(16).
           05 ao-career-kind      pic x(5).
           05 ao-career-bank      pic s9(9).
           05 ao-career-money     pic s9(9).
           05 ao-txn-anchor       pic x(16).
           05 ao-txn-bal          pic s9(9).
           05 ao-anchor-text      pic x(60).
           05 ao-run-bank         pic s9(9).
           05 ao-run-wallet       pic s9(9).
           05 ao-wallet-switch    pic x(1).
               88 ao-wallet-known value "Y".
           05 ao-session-switch   pic x(1).
               88 ao-in-session value "Y".
           05 ao-bank-delta       pic s9(9).
           05 ao-wallet-delta     pic s9(9).
           05 ao-trusted-switch   pic x(1).
               88 ao-trusted-bal value "Y".
           05 ao-amount           pic s9(9).
           05 ao-event-count      pic 9(3) value 0.
           05 ao-event-idx        pic 9(3).
           05 ao-event-jdx        pic 9(3).
           05 ao-events-dropped   pic 9(5) value 0.
           05 ao-event occurs 400 times.
               10 ev-stamp        pic x(16).
               10 ev-source       pic x(1).
               10 ev-kind         pic x(10).
               10 ev-amount       pic s9(9).
               10 ev-bank         pic s9(9).
               10 ev-money        pic s9(9).
               10 ev-other        pic x(20).
           05 ao-event-hold.
               10 eh-stamp        pic x(16).
               10 eh-source       pic x(1).
               10 eh-kind         pic x(10).
               10 eh-amount       pic s9(9).
               10 eh-bank         pic s9(9).
               10 eh-money        pic s9(9).
               10 eh-other        pic x(20).
           05 ao-day-count        pic 9(3) value 0.
           05 ao-day-line         pic x(76) occurs 100 times.
           05 ao-gap-count        pic 9(3) value 0.
           05 ao-gap-line         pic x(76) occurs 50 times.
           05 ao-idx              pic 9(3).
           05 ao-row              pic 9(2).
           05 ao-work-line        pic x(76).
           05 disp-ao-amount      pic -(8)9.
           05 disp-ao-bank        pic -(8)9.
           05 disp-ao-other       pic -(8)9.
           05 disp-ao-count       pic zz9.

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
           05 msg-base          pic 9(4) value 3000.
           05 msg-count         pic 9(3) value 368.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 368 times.
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).

       01  screen-text-defaults.
           05 filler pic x(50) value
               '=== NGM ADMIN UTILITY ==='.
           05 filler pic x(50) value
               'Signed on:'.
           05 filler pic x(50) value
               '(SUPERVISOR)'.
           05 filler pic x(50) value
               '(READ-ONLY)'.
           05 filler pic x(50) value
               '1. Look Up Player'.
           05 filler pic x(50) value
               '2. Correct Bank Balance'.
           05 filler pic x(50) value
               '3. Clear Stuck Hack Count'.
           05 filler pic x(50) value
               '4. Reset Stats After a Bug'.
           05 filler pic x(50) value
               '5. View Hack Log Report'.
           05 filler pic x(50) value
               '6. Batch Corrections From File'.
           05 filler pic x(50) value
               '7. View Admin Audit Trail'.
           05 filler pic x(50) value
               '8. Reset Player ATM PIN'.
           05 filler pic x(50) value
               'E. Export All Players'.
           05 filler pic x(50) value
               'R. Restore From Export'.
           05 filler pic x(50) value
               'M. Maintenance Mode'.
           05 filler pic x(50) value
               'W. Broadcast to All Players'.
           05 filler pic x(50) value
               'L. Clear Login Lockout'.
           05 filler pic x(50) value
               'A. Pending Approvals'.
           05 filler pic x(50) value
               'N. View Anomaly Report'.
           05 filler pic x(50) value
               'C. Close Player Account'.
           05 filler pic x(50) value
               'U. Rename Player'.
           05 filler pic x(50) value
               'T. Reverse Transaction'.
           05 filler pic x(50) value
               'D. Disputes Queue'.
           05 filler pic x(50) value
               '9. Exit'.
           05 filler pic x(50) value
               'Enter number to continue:'.
           05 filler pic x(50) value
               'Enter username:'.
           05 filler pic x(50) value
               'V. Voucher Codes'.
           05 filler pic x(50) value
               'Q. Mail Abuse Reports'.
           05 filler pic x(50) value
               'B. Balance As Of a Date'.
           05 filler pic x(50) value
               'H. Held Transfers'.
           05 filler pic x(50) value
               'K. Game Tunables'.
           05 filler pic x(50) value
               'G. Report Generations'.
           05 filler pic x(50) value
               'Admin build speaks api contract version'.
           05 filler pic x(50) value
               'but the server answered version'.
           05 filler pic x(50) value
               'Corrections would corrupt balances -'.
           05 filler pic x(50) value
               'update the build first.'.
           05 filler pic x(50) value
               'Too many failed sign-ons.'.
           05 filler pic x(50) value
               '=== NGM ADMIN UTILITY - SIGN ON ==='.
           05 filler pic x(50) value
               'Operator ID:'.
           05 filler pic x(50) value
               'Password:'.
           05 filler pic x(50) value
               'Sign-on failed.'.
           05 filler pic x(50) value
               'No operator account file found at'.
           05 filler pic x(50) value
               './NGM/data/operators.dat - the admin'.
           05 filler pic x(50) value
               'utility cannot run without one.'.
           05 filler pic x(50) value
               'SUPERVISOR ROLE REQUIRED for that.'.
           05 filler pic x(50) value
               'You are signed on read-only.'.
           05 filler pic x(50) value
               'Press any key to continue...'.
           05 filler pic x(50) value
               '=== BALANCE AS OF A DATE ==='.
           05 filler pic x(50) value
               'Player username:'.
           05 filler pic x(50) value
               'Date (YYYYMMDD):'.
           05 filler pic x(50) value
               'Enter a past or current date as YYYYMMDD.'.
           05 filler pic x(50) value
               '=== BALANCE AS OF'.
           05 filler pic x(50) value
               'Replayed from:'.
           05 filler pic x(50) value
               'Bank at end of day:   $'.
           05 filler pic x(50) value
               'Wallet at end of day: $'.
           05 filler pic x(50) value
               'not known - no session snapshot'.
           05 filler pic x(50) value
               'ACTIVITY THAT DAY:'.
           05 filler pic x(50) value
               'None.'.
           05 filler pic x(50) value
               '... the rest is in the printed report'.
           05 filler pic x(50) value
               'GAPS THE LOG DOES NOT EXPLAIN:'.
           05 filler pic x(50) value
               'Too much activity to replay in full.'.
           05 filler pic x(50) value
               'P = print to ./reports, any other key to go back:'.
           05 filler pic x(50) value
               'Could not write report - make sure ./reports/'.
           05 filler pic x(50) value
               ' exists. Press any key...'.
           05 filler pic x(50) value
               'Written to'.
           05 filler pic x(50) value
               '=== VOUCHER CODES ==='.
           05 filler pic x(50) value
               '1. Create Codes'.
           05 filler pic x(50) value
               '2. List Codes'.
           05 filler pic x(50) value
               '3. Withdraw a Code'.
           05 filler pic x(50) value
               'Any other key to go back:'.
           05 filler pic x(50) value
               '=== CREATE VOUCHER CODES ==='.
           05 filler pic x(50) value
               'Campaign name:'.
           05 filler pic x(50) value
               '1. Cash to bank  2. Hack Shields'.
           05 filler pic x(50) value
               '3. Overtime Passes  4. Store Collectible'.
           05 filler pic x(50) value
               'Value type:'.
           05 filler pic x(50) value
               'Unknown value type.'.
           05 filler pic x(50) value
               'Value per redemption ($ or items):'.
           05 filler pic x(50) value
               'Max redemptions per code:'.
           05 filler pic x(50) value
               'Limit per player:'.
           05 filler pic x(50) value
               'Expires (YYYYMMDD):'.
           05 filler pic x(50) value
               'How many codes:'.
           05 filler pic x(50) value
               'Value must be above zero.'.
           05 filler pic x(50) value
               'Cash value is over the site limit.'.
           05 filler pic x(50) value
               'Too many items for one voucher.'.
           05 filler pic x(50) value
               'Redemption limits must be above zero.'.
           05 filler pic x(50) value
               'Player limit exceeds the code limit.'.
           05 filler pic x(50) value
               'Expiry date is in the past.'.
           05 filler pic x(50) value
               'Create between 1 and 50 codes.'.
           05 filler pic x(50) value
               'Create these codes? (Y/N):'.
           05 filler pic x(50) value
               'Voucher file is busy - try again.'.
           05 filler pic x(50) value
               '=== NEW CODES FOR'.
           05 filler pic x(50) value
               'Issued:'.
           05 filler pic x(50) value
               'Codes are saved in the voucher file.'.
           05 filler pic x(50) value
               'CODE      CAMPAIGN     TYPE    VALUE   MAX'.
           05 filler pic x(50) value
               'PER EXPIRES  STATE'.
           05 filler pic x(50) value
               'No voucher codes on file.'.
           05 filler pic x(50) value
               'N = next page, any other key to go back:'.
           05 filler pic x(50) value
               '=== WITHDRAW A VOUCHER CODE ==='.
           05 filler pic x(50) value
               'Code:'.
           05 filler pic x(50) value
               'Reason:'.
           05 filler pic x(50) value
               'Code withdrawn - it can no longer be'.
           05 filler pic x(50) value
               'redeemed.'.
           05 filler pic x(50) value
               'No active code matches that.'.
           05 filler pic x(50) value
               '=== MAIL ABUSE REPORTS ==='.
           05 filler pic x(50) value
               'No reports are waiting.'.
           05 filler pic x(50) value
               'ID     SENDER           REPORTER         FILED'.
           05 filler pic x(50) value
               'Pick a number to review, any other'.
           05 filler pic x(50) value
               'key to go back:'.
           05 filler pic x(50) value
               '=== MAIL REPORT ==='.
           05 filler pic x(50) value
               'Sender:'.
           05 filler pic x(50) value
               'Reporter:'.
           05 filler pic x(50) value
               'Sent:'.
           05 filler pic x(50) value
               'Reported message:'.
           05 filler pic x(50) value
               'Other recent mail from the sender:'.
           05 filler pic x(50) value
               '(none)'.
           05 filler pic x(50) value
               'Earlier warnings/mutes for sender:'.
           05 filler pic x(50) value
               'D)ismiss  W)arn  M)ute  Other) back:'.
           05 filler pic x(50) value
               'Note (optional):'.
           05 filler pic x(50) value
               'Warning text:'.
           05 filler pic x(50) value
               'Mute for how many days (1-365):'.
           05 filler pic x(50) value
               'Days must be 1 to 365.'.
           05 filler pic x(50) value
               'Reason shown to the player:'.
           05 filler pic x(50) value
               'Reports file is busy - try again.'.
           05 filler pic x(50) value
               'Report was already handled.'.
           05 filler pic x(50) value
               'Report closed as'.
           05 filler pic x(50) value
               '=== HELD TRANSFERS ==='.
           05 filler pic x(50) value
               'ID                 FROM            TO'.
           05 filler pic x(50) value
               'AMOUNT  RELEASES'.
           05 filler pic x(50) value
               'No transfers are on hold.'.
           05 filler pic x(50) value
               'ID to cancel (blank = back):'.
           05 filler pic x(50) value
               'Held transfers are busy - try again.'.
           05 filler pic x(50) value
               'No open hold matches that ID.'.
           05 filler pic x(50) value
               'Server deposit failed.'.
           05 filler pic x(50) value
               'Hold cancelled and sender refunded.'.
           05 filler pic x(50) value
               'Bank Balance: $'.
           05 filler pic x(50) value
               'Hacking Level:'.
           05 filler pic x(50) value
               'Security Level:'.
           05 filler pic x(50) value
               'Job Level:'.
           05 filler pic x(50) value
               'Hack Count:'.
           05 filler pic x(50) value
               'Wallet: $'.
           05 filler pic x(50) value
               'Could not find that player.'.
           05 filler pic x(50) value
               'Current Bank Balance: $'.
           05 filler pic x(50) value
               'Enter corrected bank balance: $'.
           05 filler pic x(50) value
               'Reason for correction:'.
           05 filler pic x(50) value
               'Correction exceeds the dual-approval'.
           05 filler pic x(50) value
               'threshold - queued for a second'.
           05 filler pic x(50) value
               'operator to approve.'.
           05 filler pic x(50) value
               'Hack count cleared.'.
           05 filler pic x(50) value
               'Stats reset to level 1 across the board.'.
           05 filler pic x(50) value
               'Usernames may only contain letters'.
           05 filler pic x(50) value
               'and digits - nothing was reset.'.
           05 filler pic x(50) value
               'Reason for reset:'.
           05 filler pic x(50) value
               'ATM PIN cleared for that player.'.
           05 filler pic x(50) value
               '=== CLOSE PLAYER ACCOUNT ==='.
           05 filler pic x(50) value
               'and digits - nothing was closed.'.
           05 filler pic x(50) value
               'That account is already closed.'.
           05 filler pic x(50) value
               'Open orders, listings, auctions, bids,'.
           05 filler pic x(50) value
               'heist buy-ins, term deposits, loans,'.
           05 filler pic x(50) value
               'loan contracts, held transfers, deed'.
           05 filler pic x(50) value
               'offers and bounties are settled, the'.
           05 filler pic x(50) value
               'crew seat is given up and every player'.
           05 filler pic x(50) value
               'file is archived.'.
           05 filler pic x(50) value
               'Reason for closure:'.
           05 filler pic x(50) value
               'Type CLOSE to confirm:'.
           05 filler pic x(50) value
               'Nothing was closed.'.
           05 filler pic x(50) value
               'The server would not zero the account -'.
           05 filler pic x(50) value
               'nothing was closed.'.
           05 filler pic x(50) value
               'Settling open positions...'.
           05 filler pic x(50) value
               'Archiving player files...'.
           05 filler pic x(50) value
               '=== ACCOUNT CLOSED ==='.
           05 filler pic x(50) value
               'Final settled balance: $'.
           05 filler pic x(50) value
               'Player files archived:'.
           05 filler pic x(50) value
               'Loan contracts settled:'.
           05 filler pic x(50) value
               'Auctions cancelled:'.
           05 filler pic x(50) value
               'Auction bids released:'.
           05 filler pic x(50) value
               'Held transfers returned:'.
           05 filler pic x(50) value
               'Deed offers voided:'.
           05 filler pic x(50) value
               'Crew wars settled:'.
           05 filler pic x(50) value
               'Certificate written to'.
           05 filler pic x(50) value
               'Bundle written to'.
           05 filler pic x(50) value
               'Could not open the closure bundle -'.
           05 filler pic x(50) value
               'make sure ./NGM/logs/archive/ exists.'.
           05 filler pic x(50) value
               'Could not write the certificate -'.
           05 filler pic x(50) value
               'make sure ./reports/ exists.'.
           05 filler pic x(50) value
               '=== RENAME PLAYER ==='.
           05 filler pic x(50) value
               'and digits - nothing was renamed.'.
           05 filler pic x(50) value
               'New username:'.
           05 filler pic x(50) value
               'That is not a usable new name.'.
           05 filler pic x(50) value
               'That name is already taken.'.
           05 filler pic x(50) value
               'Reason for rename:'.
           05 filler pic x(50) value
               'Rename the player everywhere? Y/N'.
           05 filler pic x(50) value
               'The server refused the rename -'.
           05 filler pic x(50) value
               'nothing was changed.'.
           05 filler pic x(50) value
               'Renaming player files...'.
           05 filler pic x(50) value
               'Rewriting shared files...'.
           05 filler pic x(50) value
               '=== PLAYER RENAMED ==='.
           05 filler pic x(50) value
               'Player files renamed:'.
           05 filler pic x(50) value
               'Shared records updated:'.
           05 filler pic x(50) value
               'Files skipped (locked):'.
           05 filler pic x(50) value
               'Run the rename again once they free up.'.
           05 filler pic x(50) value
               '=== REVERSE TRANSACTION ==='.
           05 filler pic x(50) value
               'That is not a valid username.'.
           05 filler pic x(50) value
               'Transaction ID:'.
           05 filler pic x(50) value
               'No transaction with that ID in the'.
           05 filler pic x(50) value
               'player''s history.'.
           05 filler pic x(50) value
               'That transaction has already been'.
           05 filler pic x(50) value
               'reversed.'.
           05 filler pic x(50) value
               'Only transfers and market trades'.
           05 filler pic x(50) value
               'between two players can be reversed.'.
           05 filler pic x(50) value
               'Kind:'.
           05 filler pic x(50) value
               'Amount: $'.
           05 filler pic x(50) value
               'Take back from:'.
           05 filler pic x(50) value
               'Return to:'.
           05 filler pic x(50) value
               'Reason for reversal:'.
           05 filler pic x(50) value
               'Reverse this transaction? Y/N'.
           05 filler pic x(50) value
               'Could not take the money back from'.
           05 filler pic x(50) value
               'the payer - nothing was changed.'.
           05 filler pic x(50) value
               'The server refused the credit - the'.
           05 filler pic x(50) value
               'payer was refunded, nothing changed.'.
           05 filler pic x(50) value
               'The credit AND the refund failed -'.
           05 filler pic x(50) value
               'correct the payer by hand.'.
           05 filler pic x(50) value
               '=== TRANSACTION REVERSED ==='.
           05 filler pic x(50) value
               'Original ID:'.
           05 filler pic x(50) value
               'Reversal ID:'.
           05 filler pic x(50) value
               'Taken from:'.
           05 filler pic x(50) value
               'Returned to:'.
           05 filler pic x(50) value
               '=== DISPUTES QUEUE ==='.
           05 filler pic x(50) value
               'No disputes are waiting.'.
           05 filler pic x(50) value
               'CASE     PLAYER           STATUS    OWNER'.
           05 filler pic x(50) value
               'OPENED'.
           05 filler pic x(50) value
               'Pick a number to work, any other'.
           05 filler pic x(50) value
               '=== DISPUTE CASE ==='.
           05 filler pic x(50) value
               'Player:'.
           05 filler pic x(50) value
               'Status:'.
           05 filler pic x(50) value
               'Owner:'.
           05 filler pic x(50) value
               'Opened:'.
           05 filler pic x(50) value
               'Bank when filed: $'.
           05 filler pic x(50) value
               'Disputed line:'.
           05 filler pic x(50) value
               'A credit is waiting in Pending Approvals.'.
           05 filler pic x(50) value
               'A)ssign to me  R)esolve  J) Reject  Other) back:'.
           05 filler pic x(50) value
               'Reason for rejecting:'.
           05 filler pic x(50) value
               'Credit to the player, 0 for none: $'.
           05 filler pic x(50) value
               'Resolution note:'.
           05 filler pic x(50) value
               'Credit queued for a second operator.'.
           05 filler pic x(50) value
               'Disputes file is busy - nothing saved.'.
           05 filler pic x(50) value
               'Approved and applied.'.
           05 filler pic x(50) value
               '=== HACK LOG QUERY ==='.
           05 filler pic x(50) value
               'Leave any filter blank for ALL.'.
           05 filler pic x(50) value
               'Attacker:'.
           05 filler pic x(50) value
               'Target:'.
           05 filler pic x(50) value
               'Outcome (S/F):'.
           05 filler pic x(50) value
               'Date from (YYYYMMDD):'.
           05 filler pic x(50) value
               'Date to   (YYYYMMDD):'.
           05 filler pic x(50) value
               'Month slice (YYYYMM, blank=all):'.
           05 filler pic x(50) value
               'No log lines matched.'.
           05 filler pic x(50) value
               '=== HACK LOG QUERY RESULTS ==='.
           05 filler pic x(50) value
               'Attempts:'.
           05 filler pic x(50) value
               'Successes:'.
           05 filler pic x(50) value
               'Rate:'.
           05 filler pic x(50) value
               'Most active attacker:'.
           05 filler pic x(50) value
               'Most hit victim:'.
           05 filler pic x(50) value
               ' MORE LINES NOT SHOWN - NARROW THE FILTER'.
           05 filler pic x(50) value
               'Page'.
           05 filler pic x(50) value
               ' of'.
           05 filler pic x(50) value
               'N) Next  P) Prev  Any Other) Back'.
           05 filler pic x(50) value
               '=== BATCH CORRECTIONS ==='.
           05 filler pic x(50) value
               'Reading ./NGM/data/corrections.dat...'.
           05 filler pic x(50) value
               'Could not open corrections file.'.
           05 filler pic x(50) value
               'Could not open exception report -'.
           05 filler pic x(50) value
               'Corrections applied:'.
           05 filler pic x(50) value
               'Queued for approval:'.
           05 filler pic x(50) value
               'Rows rejected:'.
           05 filler pic x(50) value
               'Exceptions written to ./reports/'.
           05 filler pic x(50) value
               'Saved.'.
           05 filler pic x(50) value
               'Warning: Could not save.'.
           05 filler pic x(50) value
               '=== ADMIN AUDIT TRAIL ==='.
           05 filler pic x(50) value
               'Operator/Date/Time/Player/Field/Old/New/Reason'.
           05 filler pic x(50) value
               'No audit records yet.'.
           05 filler pic x(50) value
               '=== EXPORT ALL PLAYERS ==='.
           05 filler pic x(50) value
               'Could not open export file -'.
           05 filler pic x(50) value
               'Exporting...'.
           05 filler pic x(50) value
               'Players exported:'.
           05 filler pic x(50) value
               '=== RESTORE FROM EXPORT ==='.
           05 filler pic x(50) value
               'Export file path:'.
           05 filler pic x(50) value
               'Could not open that file.'.
           05 filler pic x(50) value
               'Restoring...'.
           05 filler pic x(50) value
               'Players restored:'.
           05 filler pic x(50) value
               'Update failures:'.
           05 filler pic x(50) value
               'Verify failures:'.
           05 filler pic x(50) value
               '=== MAINTENANCE MODE ==='.
           05 filler pic x(50) value
               'Maintenance is currently ON:'.
           05 filler pic x(50) value
               'Maintenance is currently OFF.'.
           05 filler pic x(50) value
               '1. Turn ON  2. Turn OFF'.
           05 filler pic x(50) value
               'Reason shown to players:'.
           05 filler pic x(50) value
               'Maintenance mode is ON.'.
           05 filler pic x(50) value
               'Maintenance mode is OFF.'.
           05 filler pic x(50) value
               '=== GAME TUNABLES ==='.
           05 filler pic x(50) value
               'KEY                  CURRENT    MIN       MAX'.
           05 filler pic x(50) value
               'DEFAULT'.
           05 filler pic x(50) value
               'The tunable range table is missing.'.
           05 filler pic x(50) value
               '* = change waiting for approval or scheduled'.
           05 filler pic x(50) value
               'Key to change, N)ext page, S)cheduled,'.
           05 filler pic x(50) value
               'blank = back:'.
           05 filler pic x(50) value
               'That key is not in the range table.'.
           05 filler pic x(50) value
               '=== CHANGE A TUNABLE ==='.
           05 filler pic x(50) value
               'Key:'.
           05 filler pic x(50) value
               'Current:'.
           05 filler pic x(50) value
               'Allowed:'.
           05 filler pic x(50) value
               ' to'.
           05 filler pic x(50) value
               'Default:'.
           05 filler pic x(50) value
               'New value:'.
           05 filler pic x(50) value
               'Outside the allowed range - not changed.'.
           05 filler pic x(50) value
               'Effective date (YYYYMMDD, blank = tomorrow):'.
           05 filler pic x(50) value
               'That is not a date - not changed.'.
           05 filler pic x(50) value
               'Changes start on a future batch day -'.
           05 filler pic x(50) value
               'pick tomorrow or later.'.
           05 filler pic x(50) value
               'Tunables are busy - try again.'.
           05 filler pic x(50) value
               'Change proposed for'.
           05 filler pic x(50) value
               'A different supervisor must approve it'.
           05 filler pic x(50) value
               'under S)cheduled.'.
           05 filler pic x(50) value
               '=== SCHEDULED TUNABLE CHANGES ==='.
           05 filler pic x(50) value
               'NO KEY                  OLD      NEW'.
           05 filler pic x(50) value
               'EFFECTIVE STATE     BY'.
           05 filler pic x(50) value
               'No changes are waiting or scheduled.'.
           05 filler pic x(50) value
               'Number to decide (blank = back):'.
           05 filler pic x(50) value
               'A)pprove  R)eject  other) back:'.
           05 filler pic x(50) value
               'You raised this one - a different'.
           05 filler pic x(50) value
               'supervisor must approve it.'.
           05 filler pic x(50) value
               'C)ancel this change, other) back:'.
           05 filler pic x(50) value
               'That change was already decided.'.
           05 filler pic x(50) value
               'Change marked'.
           05 filler pic x(50) value
               '=== BROADCAST TO ALL PLAYERS ==='.
           05 filler pic x(50) value
               'Announcement:'.
           05 filler pic x(50) value
               'Posting...'.
           05 filler pic x(50) value
               'Players notified:'.
           05 filler pic x(50) value
               '=== PENDING APPROVALS ==='.
           05 filler pic x(50) value
               'Nothing is waiting for approval.'.
           05 filler pic x(50) value
               'by'.
           05 filler pic x(50) value
               'operator must approve it.'.
           05 filler pic x(50) value
               'A)pprove  R)eject  Other) back:'.
           05 filler pic x(50) value
               'Rejected.'.
           05 filler pic x(50) value
               'Could not load that player.'.
           05 filler pic x(50) value
               'Unknown field - not applied.'.
           05 filler pic x(50) value
               'Server update failed.'.
           05 filler pic x(50) value
               '=== EARNINGS ANOMALY REPORT ==='.
           05 filler pic x(50) value
               'Feed confirmed cheats into the batch'.
           05 filler pic x(50) value
               'corrections file to claw winnings back.'.
           05 filler pic x(50) value
               'No anomaly report on file yet.'.
           05 filler pic x(50) value
               '=== REPORT GENERATIONS ==='.
           05 filler pic x(50) value
               'Showing:'.
           05 filler pic x(50) value
               'NO DATE     STEP         REPORT'.
           05 filler pic x(50) value
               'RECS    STATUS'.
           05 filler pic x(50) value
               'No report generations on file.'.
           05 filler pic x(50) value
               'No. to view, N)ext, P)rev, F)ilter by'.
           05 filler pic x(50) value
               'date or type, blank = back:'.
           05 filler pic x(50) value
               'Date (YYYYMMDD), step or report name,'.
           05 filler pic x(50) value
               'blank for all:'.
           05 filler pic x(50) value
               'That generation is no longer on file.'.
           05 filler pic x(50) value
               '(empty report)'.
           05 filler pic x(50) value
               'From line'.
           05 filler pic x(50) value
               'N)ext page, P)rev page, blank = back:'.
           05 filler pic x(50) value
               '=== CLEAR LOGIN LOCKOUT ==='.
           05 filler pic x(50) value
               'and digits - nothing was cleared.'.
           05 filler pic x(50) value
               'Lockout and login history cleared.'.
           05 filler pic x(50) value
               'Admin session closed.'.
           05 filler pic x(50) value
               'Open disputes are rejected and the player mailed.'.
           05 filler pic x(50) value
               'Disputes closed:'.
           05 filler pic x(50) value
               'Skipped - file busy:'.
       01  screen-text.
           05 mt-adm-title         pic x(50).
           05 mt-signed-on         pic x(50).
           05 mt-supervisor        pic x(50).
           05 mt-read-only         pic x(50).
           05 mt-opt-lookup        pic x(50).
           05 mt-opt-bank          pic x(50).
           05 mt-opt-hackcount     pic x(50).
           05 mt-opt-reset         pic x(50).
           05 mt-opt-hacklog       pic x(50).
           05 mt-opt-batch         pic x(50).
           05 mt-opt-audit         pic x(50).
           05 mt-opt-pin           pic x(50).
           05 mt-opt-export        pic x(50).
           05 mt-opt-restore       pic x(50).
           05 mt-opt-maint         pic x(50).
           05 mt-opt-broadcast     pic x(50).
           05 mt-opt-lockout       pic x(50).
           05 mt-opt-approvals     pic x(50).
           05 mt-opt-anomaly       pic x(50).
           05 mt-opt-close         pic x(50).
           05 mt-opt-rename        pic x(50).
           05 mt-opt-reverse       pic x(50).
           05 mt-opt-disputes      pic x(50).
           05 mt-opt-exit          pic x(50).
           05 mt-enter-number      pic x(50).
           05 mt-enter-user        pic x(50).
           05 mt-opt-vouchers      pic x(50).
           05 mt-opt-mail-reports  pic x(50).
           05 mt-opt-asof          pic x(50).
           05 mt-opt-held          pic x(50).
           05 mt-opt-tunables      pic x(50).
           05 mt-opt-reports       pic x(50).
           05 mt-admin-build-speaks pic x(50).
           05 mt-but-the-server    pic x(50).
           05 mt-corrections-would pic x(50).
           05 mt-update-the-build  pic x(50).
           05 mt-too-many-failed   pic x(50).
           05 mt-ngm-admin-utility pic x(50).
           05 mt-operator-id       pic x(50).
           05 mt-password          pic x(50).
           05 mt-sign-on-failed    pic x(50).
           05 mt-no-operator-account pic x(50).
           05 mt-ngm-data-operators pic x(50).
           05 mt-utility-cannot-run pic x(50).
           05 mt-supervisor-role   pic x(50).
           05 mt-you-are-signed    pic x(50).
           05 mt-press-any-key     pic x(50).
           05 mt-balance           pic x(50).
           05 mt-player-username   pic x(50).
           05 mt-date-yyyymmdd     pic x(50).
           05 mt-enter-a-past      pic x(50).
           05 mt-balance-2         pic x(50).
           05 mt-replayed-from     pic x(50).
           05 mt-bank-at-end       pic x(50).
           05 mt-wallet-at-end     pic x(50).
           05 mt-not-known-no      pic x(50).
           05 mt-activity-that-day pic x(50).
           05 mt-none              pic x(50).
           05 mt-the-rest          pic x(50).
           05 mt-gaps-the-log-does pic x(50).
           05 mt-too-much-activity pic x(50).
           05 mt-p-print-to-reports pic x(50).
           05 mt-could-not-write   pic x(50).
           05 mt-exists-press      pic x(50).
           05 mt-written           pic x(50).
           05 mt-voucher-codes     pic x(50).
           05 mt-1-create-codes    pic x(50).
           05 mt-2-list-codes      pic x(50).
           05 mt-3-withdraw-a-code pic x(50).
           05 mt-any-other-key     pic x(50).
           05 mt-create-voucher    pic x(50).
           05 mt-campaign-name     pic x(50).
           05 mt-1-cash-to-bank    pic x(50).
           05 mt-3-overtime-passes-4 pic x(50).
           05 mt-value-type        pic x(50).
           05 mt-unknown-value-type pic x(50).
           05 mt-value-per         pic x(50).
           05 mt-max-redemptions-per pic x(50).
           05 mt-limit-per-player  pic x(50).
           05 mt-expires-yyyymmdd  pic x(50).
           05 mt-how-many-codes    pic x(50).
           05 mt-value-must-be-above pic x(50).
           05 mt-cash-value-is-over pic x(50).
           05 mt-too-many-items    pic x(50).
           05 mt-redemption-limits pic x(50).
           05 mt-player-limit      pic x(50).
           05 mt-expiry-date       pic x(50).
           05 mt-create-between-1  pic x(50).
           05 mt-create-these-codes pic x(50).
           05 mt-voucher-file      pic x(50).
           05 mt-new-codes         pic x(50).
           05 mt-issued            pic x(50).
           05 mt-codes-are-saved   pic x(50).
           05 mt-code-campaign-type pic x(50).
           05 mt-per-expires-state pic x(50).
           05 mt-no-voucher-codes  pic x(50).
           05 mt-n-next-page       pic x(50).
           05 mt-withdraw-a-voucher pic x(50).
           05 mt-code              pic x(50).
           05 mt-reason            pic x(50).
           05 mt-code-withdrawn    pic x(50).
           05 mt-redeemed          pic x(50).
           05 mt-no-active-code    pic x(50).
           05 mt-mail-abuse-reports pic x(50).
           05 mt-no-reports        pic x(50).
           05 mt-id-sender-reporter pic x(50).
           05 mt-pick-a-number     pic x(50).
           05 mt-key-to-go-back    pic x(50).
           05 mt-mail-report       pic x(50).
           05 mt-sender            pic x(50).
           05 mt-reporter          pic x(50).
           05 mt-sent              pic x(50).
           05 mt-reported-message  pic x(50).
           05 mt-other-recent-mail pic x(50).
           05 mt-none-2            pic x(50).
           05 mt-earlier-warnings  pic x(50).
           05 mt-d-ismiss-w-arn    pic x(50).
           05 mt-note-optional     pic x(50).
           05 mt-warning-text      pic x(50).
           05 mt-mute-for-how-many pic x(50).
           05 mt-days-must-be-1    pic x(50).
           05 mt-reason-shown      pic x(50).
           05 mt-reports-file      pic x(50).
           05 mt-report-was-already pic x(50).
           05 mt-report-closed     pic x(50).
           05 mt-held-transfers    pic x(50).
           05 mt-id-from           pic x(50).
           05 mt-amount-releases   pic x(50).
           05 mt-no-transfers      pic x(50).
           05 mt-id-to-cancel-blank pic x(50).
           05 mt-held-transfers-2  pic x(50).
           05 mt-no-open-hold      pic x(50).
           05 mt-server-deposit    pic x(50).
           05 mt-hold-cancelled    pic x(50).
           05 mt-bank-balance      pic x(50).
           05 mt-hacking-level     pic x(50).
           05 mt-security-level    pic x(50).
           05 mt-job-level         pic x(50).
           05 mt-hack-count        pic x(50).
           05 mt-wallet            pic x(50).
           05 mt-could-not-find    pic x(50).
           05 mt-current-bank      pic x(50).
           05 mt-enter-corrected   pic x(50).
           05 mt-reason-2          pic x(50).
           05 mt-correction-exceeds pic x(50).
           05 mt-threshold-queued  pic x(50).
           05 mt-operator-to-approve pic x(50).
           05 mt-hack-count-cleared pic x(50).
           05 mt-stats-reset       pic x(50).
           05 mt-usernames-may-only pic x(50).
           05 mt-and-digits-nothing pic x(50).
           05 mt-reason-for-reset  pic x(50).
           05 mt-atm-pin-cleared   pic x(50).
           05 mt-close-player      pic x(50).
           05 mt-and-digits-nothing-2 pic x(50).
           05 mt-that-account      pic x(50).
           05 mt-open-orders       pic x(50).
           05 mt-heist-buy-ins-term pic x(50).
           05 mt-loan-contracts-held pic x(50).
           05 mt-offers-and-bounties pic x(50).
           05 mt-crew-seat-is-given pic x(50).
           05 mt-file-is-archived  pic x(50).
           05 mt-reason-for-closure pic x(50).
           05 mt-type-close        pic x(50).
           05 mt-nothing-was-closed pic x(50).
           05 mt-the-server-would  pic x(50).
           05 mt-nothing-was-closed-2 pic x(50).
           05 mt-settling-open     pic x(50).
           05 mt-archiving-player  pic x(50).
           05 mt-account-closed    pic x(50).
           05 mt-final-settled     pic x(50).
           05 mt-player-files      pic x(50).
           05 mt-loan-contracts    pic x(50).
           05 mt-auctions-cancelled pic x(50).
           05 mt-auction-bids      pic x(50).
           05 mt-held-transfers-3  pic x(50).
           05 mt-deed-offers-voided pic x(50).
           05 mt-crew-wars-settled pic x(50).
           05 mt-certificate-written pic x(50).
           05 mt-bundle-written    pic x(50).
           05 mt-could-not-open    pic x(50).
           05 mt-make-sure-ngm-logs pic x(50).
           05 mt-could-not-write-2 pic x(50).
           05 mt-make-sure-reports pic x(50).
           05 mt-rename-player     pic x(50).
           05 mt-and-digits-nothing-3 pic x(50).
           05 mt-new-username      pic x(50).
           05 mt-that-is-not       pic x(50).
           05 mt-that-name         pic x(50).
           05 mt-reason-for-rename pic x(50).
           05 mt-rename-the-player pic x(50).
           05 mt-the-server-refused pic x(50).
           05 mt-nothing-was-changed pic x(50).
           05 mt-renaming-player   pic x(50).
           05 mt-rewriting-shared  pic x(50).
           05 mt-player-renamed    pic x(50).
           05 mt-player-files-2    pic x(50).
           05 mt-shared-records    pic x(50).
           05 mt-files-skipped     pic x(50).
           05 mt-run-the-rename    pic x(50).
           05 mt-reverse-transaction pic x(50).
           05 mt-that-is-not-2     pic x(50).
           05 mt-transaction-id    pic x(50).
           05 mt-no-transaction    pic x(50).
           05 mt-player-s-history  pic x(50).
           05 mt-that-transaction  pic x(50).
           05 mt-reversed          pic x(50).
           05 mt-only-transfers    pic x(50).
           05 mt-between-two-players pic x(50).
           05 mt-kind              pic x(50).
           05 mt-amount            pic x(50).
           05 mt-take-back-from    pic x(50).
           05 mt-return            pic x(50).
           05 mt-reason-for-reversal pic x(50).
           05 mt-reverse           pic x(50).
           05 mt-could-not-take    pic x(50).
           05 mt-the-payer-nothing pic x(50).
           05 mt-the-server-refused-2 pic x(50).
           05 mt-payer-was-refunded pic x(50).
           05 mt-the-credit        pic x(50).
           05 mt-correct-the-payer pic x(50).
           05 mt-transaction       pic x(50).
           05 mt-original-id       pic x(50).
           05 mt-reversal-id       pic x(50).
           05 mt-taken-from        pic x(50).
           05 mt-returned          pic x(50).
           05 mt-disputes-queue    pic x(50).
           05 mt-no-disputes       pic x(50).
           05 mt-case-player-status pic x(50).
           05 mt-opened            pic x(50).
           05 mt-pick-a-number-2   pic x(50).
           05 mt-dispute-case      pic x(50).
           05 mt-player            pic x(50).
           05 mt-status            pic x(50).
           05 mt-owner             pic x(50).
           05 mt-opened-2          pic x(50).
           05 mt-bank-when-filed   pic x(50).
           05 mt-disputed-line     pic x(50).
           05 mt-a-credit-is-waiting pic x(50).
           05 mt-a-ssign-to-me     pic x(50).
           05 mt-reason-3          pic x(50).
           05 mt-credit            pic x(50).
           05 mt-resolution-note   pic x(50).
           05 mt-credit-queued     pic x(50).
           05 mt-disputes-file     pic x(50).
           05 mt-approved          pic x(50).
           05 mt-hack-log-query    pic x(50).
           05 mt-leave-any-filter  pic x(50).
           05 mt-attacker          pic x(50).
           05 mt-target            pic x(50).
           05 mt-outcome-s-f       pic x(50).
           05 mt-date-from-yyyymmdd pic x(50).
           05 mt-date-to-yyyymmdd  pic x(50).
           05 mt-month-slice-yyyymm pic x(50).
           05 mt-no-log-lines      pic x(50).
           05 mt-hack-log-query-2  pic x(50).
           05 mt-attempts          pic x(50).
           05 mt-successes         pic x(50).
           05 mt-rate              pic x(50).
           05 mt-most-active       pic x(50).
           05 mt-most-hit-victim   pic x(50).
           05 mt-more-lines-not    pic x(50).
           05 mt-page              pic x(50).
           05 mt-of                pic x(50).
           05 mt-n-next-p-prev     pic x(50).
           05 mt-batch-corrections pic x(50).
           05 mt-reading-ngm-data  pic x(50).
           05 mt-could-not-open-2  pic x(50).
           05 mt-could-not-open-3  pic x(50).
           05 mt-corrections-applied pic x(50).
           05 mt-queued-for-approval pic x(50).
           05 mt-rows-rejected     pic x(50).
           05 mt-exceptions-written pic x(50).
           05 mt-saved             pic x(50).
           05 mt-warning-could-not pic x(50).
           05 mt-admin-audit-trail pic x(50).
           05 mt-operator-date-time pic x(50).
           05 mt-no-audit-records  pic x(50).
           05 mt-export-all-players pic x(50).
           05 mt-could-not-open-4  pic x(50).
           05 mt-exporting         pic x(50).
           05 mt-players-exported  pic x(50).
           05 mt-restore-from-export pic x(50).
           05 mt-export-file-path  pic x(50).
           05 mt-could-not-open-5  pic x(50).
           05 mt-restoring         pic x(50).
           05 mt-players-restored  pic x(50).
           05 mt-update-failures   pic x(50).
           05 mt-verify-failures   pic x(50).
           05 mt-maintenance-mode  pic x(50).
           05 mt-maintenance       pic x(50).
           05 mt-maintenance-2     pic x(50).
           05 mt-1-turn-on-2       pic x(50).
           05 mt-reason-shown-2    pic x(50).
           05 mt-maintenance-mode-2 pic x(50).
           05 mt-maintenance-mode-3 pic x(50).
           05 mt-game-tunables     pic x(50).
           05 mt-key-current-min-max pic x(50).
           05 mt-default           pic x(50).
           05 mt-the-tunable-range pic x(50).
           05 mt-change-waiting    pic x(50).
           05 mt-key-to-change-n   pic x(50).
           05 mt-blank-back        pic x(50).
           05 mt-that-key-is-not   pic x(50).
           05 mt-change-a-tunable  pic x(50).
           05 mt-key               pic x(50).
           05 mt-current           pic x(50).
           05 mt-allowed           pic x(50).
           05 mt-to                pic x(50).
           05 mt-default-2         pic x(50).
           05 mt-new-value         pic x(50).
           05 mt-outside-the-allowed pic x(50).
           05 mt-effective-date    pic x(50).
           05 mt-that-is-not-3     pic x(50).
           05 mt-changes-start     pic x(50).
           05 mt-pick-tomorrow     pic x(50).
           05 mt-tunables-are-busy pic x(50).
           05 mt-change-proposed   pic x(50).
           05 mt-a-different       pic x(50).
           05 mt-under-s-cheduled  pic x(50).
           05 mt-scheduled-tunable pic x(50).
           05 mt-no-key-old-new    pic x(50).
           05 mt-effective-state   pic x(50).
           05 mt-no-changes        pic x(50).
           05 mt-number-to-decide  pic x(50).
           05 mt-a-pprove-r-eject  pic x(50).
           05 mt-you-raised-this-one pic x(50).
           05 mt-supervisor-must   pic x(50).
           05 mt-c-ancel-this-change pic x(50).
           05 mt-that-change       pic x(50).
           05 mt-change-marked     pic x(50).
           05 mt-broadcast-to-all  pic x(50).
           05 mt-announcement      pic x(50).
           05 mt-posting           pic x(50).
           05 mt-players-notified  pic x(50).
           05 mt-pending-approvals pic x(50).
           05 mt-nothing-is-waiting pic x(50).
           05 mt-by                pic x(50).
           05 mt-operator-must     pic x(50).
           05 mt-a-pprove-r-eject-2 pic x(50).
           05 mt-rejected          pic x(50).
           05 mt-could-not-load    pic x(50).
           05 mt-unknown-field-not pic x(50).
           05 mt-server-update     pic x(50).
           05 mt-earnings-anomaly  pic x(50).
           05 mt-feed-confirmed    pic x(50).
           05 mt-corrections-file  pic x(50).
           05 mt-no-anomaly-report pic x(50).
           05 mt-report-generations pic x(50).
           05 mt-showing           pic x(50).
           05 mt-no-date-step-report pic x(50).
           05 mt-recs-status       pic x(50).
           05 mt-no-report         pic x(50).
           05 mt-no-to-view-n      pic x(50).
           05 mt-date-or-type-blank pic x(50).
           05 mt-date-yyyymmdd-step pic x(50).
           05 mt-blank-for-all     pic x(50).
           05 mt-that-generation   pic x(50).
           05 mt-empty-report      pic x(50).
           05 mt-from-line         pic x(50).
           05 mt-n-ext-page-p      pic x(50).
           05 mt-clear-login-lockout pic x(50).
           05 mt-and-digits-nothing-4 pic x(50).
           05 mt-lockout-and-login pic x(50).
           05 mt-admin-session     pic x(50).
           05 mt-open-disputes-rej pic x(50).
           05 mt-disputes-closed   pic x(50).
           05 mt-steps-skipped     pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 368 times.

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
           perform 003-load-language
           perform 001-load-messages
           perform 102-api-version-handshake
           if contract-bad
               display erase screen
               display function trim(mt-admin-build-speaks trailing)
                   at 0202
               display supported-version at 0243
               display function trim(mt-but-the-server trailing) at 0302
               display server-version at 0334
               display function trim(mt-corrections-would trailing)
                   at 0502
               display function trim(mt-update-the-build trailing)
                   at 0602
               stop run
           end-if
           perform 050-identify-operator
           perform 100-admin-menu
           stop run.

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
               if tunable-name = "VOUCHER-MAX-CASH"
                   and function numval(tunable-value-fld) > 0
                   compute voucher-max-cash =
                       function numval(tunable-value-fld)
               end-if
           end-if.

       102-api-version-handshake.
           perform 591-generate-ticket
           move spaces to api-command
               until operator-authenticated or login-tries >= 3
           if not operator-authenticated
               display erase screen
               display function trim(mt-too-many-failed trailing)
                   at 0202
               stop run
           end-if.

       055-operator-login-try.
           display erase screen
           display function trim(mt-ngm-admin-utility trailing) at 0202
           display function trim(mt-operator-id trailing) at 0402
           accept entered-op-id at 0416
           display function trim(mt-password trailing) at 0502
           accept entered-op-pass at 0516 with no echo
           perform 060-check-operator-file
           if operator-authenticated
               move entered-op-id to operator-id
           else
               add 1 to login-tries
               display function trim(mt-sign-on-failed trailing) at 0702
               accept user-input at 0718
           end-if.

           open input operators-file
           if operators-status not = "00"
               display erase screen
               display function trim(mt-no-operator-account trailing)
                   at 0202
               display function trim(mt-ngm-data-operators trailing)
                   at 0302
               display function trim(mt-utility-cannot-run trailing)
                   at 0402
               stop run
           end-if
           perform 065-read-operator-line
       070-require-supervisor.
           if not is-supervisor
               display erase screen
               display function trim(mt-supervisor-role trailing)
                   at 0202
               display function trim(mt-you-are-signed trailing) at 0302
               display function trim(mt-press-any-key trailing) at 0502
               accept user-input at 0529
               perform 100-admin-menu
           end-if.

       100-admin-menu.
           display erase screen
           display function trim(mt-adm-title trailing) at 0202
           display function trim(mt-signed-on trailing) at 0240
           display function trim(operator-id) at 0251
           if is-supervisor
               display function trim(mt-supervisor trailing) at 0262
           else
               display function trim(mt-read-only trailing) at 0262
           end-if
           display function trim(mt-opt-lookup trailing) at 0402
           display function trim(mt-opt-bank trailing) at 0502
           display function trim(mt-opt-hackcount trailing) at 0602
           display function trim(mt-opt-reset trailing) at 0702
           display function trim(mt-opt-hacklog trailing) at 0802
           display function trim(mt-opt-batch trailing) at 0902
           display function trim(mt-opt-audit trailing) at 1002
           display function trim(mt-opt-pin trailing) at 1102
           display function trim(mt-opt-export trailing) at 0440
           display function trim(mt-opt-restore trailing) at 0540
           display function trim(mt-opt-maint trailing) at 0640
           display function trim(mt-opt-broadcast trailing) at 0740
           display function trim(mt-opt-lockout trailing) at 0840
           display function trim(mt-opt-approvals trailing) at 0940
           display function trim(mt-opt-anomaly trailing) at 1040
           display function trim(mt-opt-close trailing) at 1140
           display function trim(mt-opt-rename trailing) at 1240
           display function trim(mt-opt-reverse trailing) at 1340
           display function trim(mt-opt-disputes trailing) at 1440
           display function trim(mt-opt-vouchers trailing) at 1540
           display function trim(mt-opt-mail-reports trailing) at 1640
           display function trim(mt-opt-asof trailing) at 1740
           display function trim(mt-opt-held trailing) at 1302
           display function trim(mt-opt-tunables trailing) at 1402
           display function trim(mt-opt-reports trailing) at 1502
           display function trim(mt-opt-exit trailing) at 1202
           display function trim(mt-enter-number trailing) at 2002
           accept user-input at 2030
           evaluate user-input
               when '1' perform 200-lookup-player
               when '2' perform 210-correct-bank
               when 'a' perform 920-approvals-screen
               when 'N' perform 980-view-anomalies
               when 'n' perform 980-view-anomalies
               when 'C' perform 250-close-account
               when 'c' perform 250-close-account
               when 'U' perform 630-rename-player
               when 'u' perform 630-rename-player
               when 'T' perform 670-reverse-transaction
               when 't' perform 670-reverse-transaction
               when 'D' perform 680-disputes-queue
               when 'd' perform 680-disputes-queue
               when 'V' perform 150-voucher-desk
               when 'v' perform 150-voucher-desk
               when 'Q' perform 170-mail-reports
               when 'q' perform 170-mail-reports
               when 'B' perform 120-asof-inquiry
               when 'b' perform 120-asof-inquiry
               when 'H' perform 190-held-transfers
               when 'h' perform 190-held-transfers
               when 'K'
                   move 1 to tr-page-start
                   perform 830-tunables-screen
               when 'k'
                   move 1 to tr-page-start
                   perform 830-tunables-screen
               when 'G'
               when 'g'
                   move 1 to rg-page-start
                   move spaces to rg-filter
                   perform 851-report-browser
               when '9' perform 999-exit
               when other perform 100-admin-menu
           end-evaluate.

       110-prompt-username.
           display function trim(mt-enter-user trailing) at 1302
           accept admin-username at 1320.

       120-asof-inquiry.
           display erase screen
           display function trim(mt-balance trailing) at 0202
           display function trim(mt-player-username trailing) at 0402
           move spaces to admin-username
           accept admin-username at 0420
           if admin-username = spaces
               perform 100-admin-menu
           end-if
           display function trim(mt-date-yyyymmdd trailing) at 0502
           move spaces to ao-date
           accept ao-date at 0520
           accept ao-today from date yyyymmdd
           if ao-date is not numeric
               or ao-date(5:2) < "01" or ao-date(5:2) > "12"
               or ao-date(7:2) < "01" or ao-date(7:2) > "31"
               or ao-date > ao-today
               display function trim(mt-enter-a-past trailing)
                   at 0702
               display function trim(mt-press-any-key trailing) at 0902
               accept user-input at 0931
               perform 100-admin-menu
           end-if
           move spaces to ao-txn-path ao-career-path ao-day-end
           string './NGM/logs/txn_' delimited size
               function trim(admin-username) delimited size
               '.dat' delimited size
               into ao-txn-path
           string './NGM/logs/career_' delimited size
               function trim(admin-username) delimited size
               '.dat' delimited size
               into ao-career-path
           string ao-date delimited size
               '99999999' delimited size
               into ao-day-end
           move ao-txn-path to ao-live-path
           move ao-date to rev-arch-date
           perform 675-find-txn-archive
           move rev-arch-path to ao-arch-path
           perform 121-find-anchors
           perform 125-load-window
           perform 130-sort-events
           perform 135-replay-events
           perform 140-show-asof
           perform 100-admin-menu.

       121-find-anchors.
           move spaces to ao-career-anchor ao-txn-anchor
           move 0 to ao-career-bank ao-career-money ao-txn-bal
           move "N" to ao-eof-switch
           open input ao-career-file
           if ao-career-status = "00"
               perform 122-scan-career-anchor
                   until ao-end-of-file
               close ao-career-file
           end-if
           if ao-arch-path not = spaces
               move ao-arch-path to ao-txn-path
               move "N" to ao-eof-switch
               open input ao-txn-file
               if ao-txn-status = "00"
                   perform 123-scan-txn-anchor
                       until ao-end-of-file
                   close ao-txn-file
               end-if
               move ao-live-path to ao-txn-path
           end-if
           move "N" to ao-eof-switch
           open input ao-txn-file
           if ao-txn-status = "00"
               perform 123-scan-txn-anchor
                   until ao-end-of-file
               close ao-txn-file
           end-if
           move spaces to ao-snap-anchor
           move "N" to ao-snap-switch
           perform 133-find-snap-anchor
               varying ao-snap-back from 1 by 1
               until ao-snap-back > 7 or ao-snap-found.

       122-scan-career-anchor.
           read ao-career-file
               at end move "Y" to ao-eof-switch
           end-read
           if not ao-end-of-file
               perform 128-split-career-line
               if (ao-f1 = "START" or ao-f1 = "END")
                   and ao-f3(1:8) is numeric
                   and ao-f3(1:8) < ao-date
                   move ao-stamp to ao-career-anchor
                   move ao-f1 to ao-career-kind
                   compute ao-career-bank = function numval(ao-f9)
                   compute ao-career-money = function numval(ao-f8)
               end-if
           end-if.

       123-scan-txn-anchor.
           read ao-txn-file
               at end move "Y" to ao-eof-switch
           end-read
           if not ao-end-of-file
               perform 127-split-txn-line
               if ao-f5 is numeric
                   and ao-f5 < ao-date
                   move ao-f2 to eh-kind
                   compute ao-amount = function numval(ao-f3)
                   perform 137-classify-txn
                   if ao-trusted-bal
                       move ao-stamp to ao-txn-anchor
                       compute ao-txn-bal = function numval(ao-f4)
                   end-if
               end-if
           end-if.

       124-load-txn-event.
           read ao-txn-file
               at end move "Y" to ao-eof-switch
           end-read
           if not ao-end-of-file
               perform 127-split-txn-line
               if ao-f5 is numeric
                   and ao-stamp > ao-window-start
                   and ao-stamp <= ao-day-end
                   move ao-stamp to eh-stamp
                   move "T" to eh-source
                   move ao-f2 to eh-kind
                   compute eh-amount = function numval(ao-f3)
                   compute eh-bank = function numval(ao-f4)
                   move 0 to eh-money
                   move ao-f6 to eh-other
                   perform 129-add-event
               end-if
           end-if.

       125-load-window.
           move 0 to ao-event-count ao-events-dropped
           move 0 to ao-run-bank ao-run-wallet
           move "N" to ao-wallet-switch ao-session-switch
           move spaces to ao-anchor-text
           evaluate true
               when ao-snap-anchor not = spaces
                   and ao-snap-anchor >= ao-career-anchor
                   move ao-snap-anchor to ao-window-start
                   move ao-snap-bank to ao-run-bank
                   move ao-snap-money to ao-run-wallet
                   move "Y" to ao-wallet-switch
                   string 'Nightly stat snapshot ' delimited size
                       ao-snap-anchor(1:8) delimited size
                       ' ' delimited size
                       ao-snap-anchor(9:2) delimited size
                       ':' delimited size
                       ao-snap-anchor(11:2) delimited size
                       into ao-anchor-text
               when ao-career-anchor not = spaces
                   move ao-career-anchor to ao-window-start
                   move ao-career-bank to ao-run-bank
                   move ao-career-money to ao-run-wallet
                   move "Y" to ao-wallet-switch
                   if ao-career-kind = "START"
                       move "Y" to ao-session-switch
                   end-if
                   string 'Session ' delimited size
                       function trim(ao-career-kind) delimited size
                       ' snapshot ' delimited size
                       ao-career-anchor(1:8) delimited size
                       ' ' delimited size
                       ao-career-anchor(9:2) delimited size
                       ':' delimited size
                       ao-career-anchor(11:2) delimited size
                       into ao-anchor-text
               when ao-txn-anchor not = spaces
                   move ao-txn-anchor to ao-window-start
                   move ao-txn-bal to ao-run-bank
                   string 'Bank balance on txn line ' delimited size
                       ao-txn-anchor(1:8) delimited size
                       ' ' delimited size
                       ao-txn-anchor(9:2) delimited size
                       ':' delimited size
                       ao-txn-anchor(11:2) delimited size
                       into ao-anchor-text
               when other
                   move all "0" to ao-window-start
                   move 'No earlier balance on file - from zero'
                       to ao-anchor-text
           end-evaluate
           move "N" to ao-eof-switch
           open input ao-career-file
           if ao-career-status = "00"
               perform 126-load-career-event
                   until ao-end-of-file
               close ao-career-file
           end-if
           if ao-arch-path not = spaces
               move ao-arch-path to ao-txn-path
               move "N" to ao-eof-switch
               open input ao-txn-file
               if ao-txn-status = "00"
                   perform 124-load-txn-event
                       until ao-end-of-file
                   close ao-txn-file
               end-if
               move ao-live-path to ao-txn-path
           end-if
           move "N" to ao-eof-switch
           open input ao-txn-file
           if ao-txn-status = "00"
               perform 124-load-txn-event
                   until ao-end-of-file
               close ao-txn-file
           end-if
           compute ao-snap-date = function numval(ao-date)
           perform 143-load-snap-event.

       126-load-career-event.
           read ao-career-file
               at end move "Y" to ao-eof-switch
           end-read
           if not ao-end-of-file
               perform 128-split-career-line
               if (ao-f1 = "START" or ao-f1 = "END")
                   and ao-f3(1:8) is numeric
                   and ao-stamp > ao-window-start
                   and ao-stamp <= ao-day-end
                   move ao-stamp to eh-stamp
                   move "C" to eh-source
                   move ao-f1 to eh-kind
                   move 0 to eh-amount
                   compute eh-bank = function numval(ao-f9)
                   compute eh-money = function numval(ao-f8)
                   move spaces to eh-other
                   perform 129-add-event
               end-if
           end-if.

       127-split-txn-line.
           move spaces to ao-f1 ao-f2 ao-f3 ao-f4 ao-f5 ao-f6
               ao-stamp
           unstring ao-txn-record delimited by '|'
               into ao-f1 ao-f2 ao-f3 ao-f4 ao-f5 ao-f6
           end-unstring
           string ao-f5 delimited size
               ao-f1(1:8) delimited size
               into ao-stamp.

       128-split-career-line.
           move spaces to ao-f1 ao-f2 ao-f3 ao-f4 ao-f5 ao-f6
               ao-f7 ao-f8 ao-f9 ao-stamp
           unstring ao-career-record delimited by '|'
               into ao-f1 ao-f2 ao-f3 ao-f4 ao-f5 ao-f6 ao-f7
                   ao-f8 ao-f9
           end-unstring
           string ao-f3(1:8) delimited size
               ao-f4(1:8) delimited size
               into ao-stamp.

       129-add-event.
           if ao-event-count >= 400
               add 1 to ao-events-dropped
               exit paragraph
           end-if
           add 1 to ao-event-count
           move ao-event-hold to ao-event(ao-event-count).

       130-sort-events.
           perform 131-sort-pass
               varying ao-event-idx from 1 by 1
               until ao-event-idx >= ao-event-count.

       131-sort-pass.
           perform 132-sort-compare
               varying ao-event-jdx from 1 by 1
               until ao-event-jdx > ao-event-count - ao-event-idx.

       132-sort-compare.
           if ev-stamp(ao-event-jdx) > ev-stamp(ao-event-jdx + 1)
               move ao-event(ao-event-jdx) to ao-event-hold
               move ao-event(ao-event-jdx + 1) to ao-event(ao-event-jdx)
               move ao-event-hold to ao-event(ao-event-jdx + 1)
           end-if.

       133-find-snap-anchor.
           compute ao-snap-date = function date-of-integer
               (function integer-of-date(function numval(ao-date))
                   - ao-snap-back)
           perform 134-scan-snap-file
           if ao-snap-found
               move ao-stamp to ao-snap-anchor
               move eh-bank to ao-snap-bank
               move eh-money to ao-snap-money
           end-if.

       134-scan-snap-file.
           move "N" to ao-snap-switch
           move spaces to ao-snap-path
           string './NGM/logs/statsnap_' delimited size
               ao-snap-date delimited size
               '.dat' delimited size
               into ao-snap-path
           move "N" to ao-eof-switch
           open input ao-snap-file
           if ao-snap-status not = "00"
               exit paragraph
           end-if
           perform 149-read-snap-line
               until ao-end-of-file or ao-snap-found
           close ao-snap-file.

       135-replay-events.
           move 0 to ao-day-count ao-gap-count
           perform 136-replay-one-event
               varying ao-event-idx from 1 by 1
               until ao-event-idx > ao-event-count.

       136-replay-one-event.
           move ao-event(ao-event-idx) to ao-event-hold
           if eh-source = "T"
               move eh-amount to ao-amount
               perform 137-classify-txn
               add ao-bank-delta to ao-run-bank
               if ao-wallet-known
                   add ao-wallet-delta to ao-run-wallet
               end-if
               if ao-trusted-bal and ao-run-bank not = eh-bank
                   move 'BANK  ' to ao-work-line
                   move ao-run-bank to disp-ao-amount
                   move eh-bank to disp-ao-bank
                   perform 138-note-gap
                   move eh-bank to ao-run-bank
               end-if
           else
               if eh-source = "S"
                   perform 144-replay-snapshot
                   exit paragraph
               end-if
               if ao-run-bank not = eh-bank
                   move 'BANK  ' to ao-work-line
                   move ao-run-bank to disp-ao-amount
                   move eh-bank to disp-ao-bank
                   perform 138-note-gap
               end-if
               if ao-wallet-known and not ao-in-session
                   and eh-kind = "START"
                   and ao-run-wallet not = eh-money
                   move 'WALLET' to ao-work-line
                   move ao-run-wallet to disp-ao-amount
                   move eh-money to disp-ao-bank
                   perform 138-note-gap
               end-if
               move eh-bank to ao-run-bank
               move eh-money to ao-run-wallet
               move "Y" to ao-wallet-switch
               if eh-kind = "START"
                   move "Y" to ao-session-switch
               else
                   move "N" to ao-session-switch
               end-if
           end-if
           if eh-stamp(1:8) = ao-date
               perform 139-list-day-event
           end-if.

       137-classify-txn.
           move "N" to ao-trusted-switch
           move 0 to ao-bank-delta ao-wallet-delta
           evaluate eh-kind
               when "OPENING"
                   move "Y" to ao-trusted-switch
               when "DEPOSIT"
                   move ao-amount to ao-bank-delta
                   compute ao-wallet-delta = 0 - ao-amount
                   move "Y" to ao-trusted-switch
               when "LOANADV"
               when "INTEREST"
               when "MATURE"
               when "BREAK"
               when "RENT"
               when "P2PBORR"
               when "VOUCHER"
                   move ao-amount to ao-bank-delta
                   move "Y" to ao-trusted-switch
               when "WITHDRAW"
                   compute ao-bank-delta = 0 - ao-amount
                   move ao-amount to ao-wallet-delta
                   move "Y" to ao-trusted-switch
               when "XFEROUT"
               when "LOANPAY"
               when "PREMIUM"
               when "CREWPAY"
               when "TERMOPEN"
               when "WAGES"
               when "TAX"
               when "MKTBUY"
               when "PROPBUY"
               when "BIDHOLD"
               when "XFERHOLD"
               when "P2PLEND"
                   compute ao-bank-delta = 0 - ao-amount
                   move "Y" to ao-trusted-switch
               when "XFERIN"
               when "MKTSALE"
               when "JOBXFER"
               when "COINSELL"
               when "HEISTWIN"
               when "HEISTREF"
               when "REVCR"
               when "DISPCR"
               when "BIDREL"
               when "XFERBACK"
               when "P2PREF"
               when "P2PRECV"
               when "PROPSALE"
                   move ao-amount to ao-bank-delta
               when "COINBUY"
               when "HEISTBUY"
               when "HEISTLOSS"
               when "REVDR"
               when "P2PPAY"
                   compute ao-bank-delta = 0 - ao-amount
               when "WAGER"
                   compute ao-wallet-delta = 0 - ao-amount
               when "PAYOUT"
                   move ao-amount to ao-wallet-delta
           end-evaluate.

       138-note-gap.
           if ao-gap-count >= 50
               exit paragraph
           end-if
           add 1 to ao-gap-count
           move spaces to ao-gap-line(ao-gap-count)
           string eh-stamp(1:8) delimited size
               ' ' delimited size
               eh-stamp(9:2) delimited size
               ':' delimited size
               eh-stamp(11:2) delimited size
               ' ' delimited size
               ao-work-line(1:6) delimited size
               ' replay $' delimited size
               disp-ao-amount delimited size
               ' log $' delimited size
               disp-ao-bank delimited size
               ' at ' delimited size
               function trim(eh-kind) delimited size
               into ao-gap-line(ao-gap-count).

       139-list-day-event.
           if ao-day-count >= 100
               exit paragraph
           end-if
           add 1 to ao-day-count
           move spaces to ao-work-line
           if eh-source = "T"
               move eh-amount to disp-ao-amount
               move ao-run-bank to disp-ao-bank
               string eh-stamp(9:2) delimited size
                   ':' delimited size
                   eh-stamp(11:2) delimited size
                   ' ' delimited size
                   eh-kind delimited size
                   ' $' delimited size
                   disp-ao-amount delimited size
                   '  bank $' delimited size
                   disp-ao-bank delimited size
                   '  ' delimited size
                   function trim(eh-other) delimited size
                   into ao-work-line
           else
               move eh-bank to disp-ao-bank
               move eh-money to disp-ao-other
               string eh-stamp(9:2) delimited size
                   ':' delimited size
                   eh-stamp(11:2) delimited size
                   ' ' delimited size
                   eh-kind delimited size
                   ' bank $' delimited size
                   disp-ao-bank delimited size
                   '  wallet $' delimited size
                   disp-ao-other delimited size
                   into ao-work-line
           end-if
           move ao-work-line to ao-day-line(ao-day-count).

       140-show-asof.
           display erase screen
           display function trim(mt-balance-2 trailing) at 0202
           display ao-date at 0220
           display ' - ' at 0228
           display function trim(admin-username) at 0231
           display function trim(mt-replayed-from trailing) at 0402
           display function trim(ao-anchor-text) at 0417
           move ao-run-bank to disp-ao-bank
           display function trim(mt-bank-at-end trailing) at 0602
           display disp-ao-bank at 0625
           display function trim(mt-wallet-at-end trailing) at 0702
           if ao-wallet-known
               move ao-run-wallet to disp-ao-other
               display disp-ao-other at 0725
           else
               display function trim(mt-not-known-no trailing) at 0725
           end-if
           move ao-day-count to disp-ao-count
           display function trim(mt-activity-that-day trailing) at 0902
           display disp-ao-count at 0921
           if ao-day-count = 0
               display function trim(mt-none trailing) at 1002
           end-if
           move 10 to ao-row
           perform 141-show-day-line
               varying ao-idx from 1 by 1
               until ao-idx > ao-day-count or ao-idx > 7
           if ao-day-count > 7
               display function trim(mt-the-rest trailing) at 1702
           end-if
           move ao-gap-count to disp-ao-count
           display function trim(mt-gaps-the-log-does trailing) at 1802
           display disp-ao-count at 1833
           if ao-gap-count = 0
               display function trim(mt-none trailing) at 1902
           end-if
           move 19 to ao-row
           perform 142-show-gap-line
               varying ao-idx from 1 by 1
               until ao-idx > ao-gap-count or ao-idx > 3
           if ao-events-dropped > 0
               display function trim(mt-too-much-activity trailing)
                   at 2202
           end-if
           display function trim(mt-p-print-to-reports trailing)
               at 2302
           accept user-input at 2353
           if user-input = 'P' or user-input = 'p'
               perform 145-print-asof
           end-if.

       141-show-day-line.
           display ao-day-line(ao-idx) at line ao-row column 2
           add 1 to ao-row.

       142-show-gap-line.
           display ao-gap-line(ao-idx) at line ao-row column 2
           add 1 to ao-row.

       143-load-snap-event.
           perform 134-scan-snap-file
           if ao-snap-found and ao-stamp > ao-window-start
               move ao-stamp to eh-stamp
               move "S" to eh-source
               move "SNAPSHOT" to eh-kind
               move 0 to eh-amount
               move spaces to eh-other
               perform 129-add-event
           end-if.

       144-replay-snapshot.
           if ao-run-bank not = eh-bank
               move 'BANK  ' to ao-work-line
               move ao-run-bank to disp-ao-amount
               move eh-bank to disp-ao-bank
               perform 138-note-gap
           end-if
           if ao-wallet-known and not ao-in-session
               and ao-run-wallet not = eh-money
               move 'WALLET' to ao-work-line
               move ao-run-wallet to disp-ao-amount
               move eh-money to disp-ao-bank
               perform 138-note-gap
           end-if
           move eh-bank to ao-run-bank
           move eh-money to ao-run-wallet
           move "Y" to ao-wallet-switch
           if eh-stamp(1:8) = ao-date
               perform 139-list-day-event
           end-if.

       145-print-asof.
           move spaces to ao-report-path
           string './reports/asof_' delimited size
               function trim(admin-username) delimited size
               '_' delimited size
               ao-date delimited size
               '.dat' delimited size
               into ao-report-path
           open output ao-report-file
           if ao-report-status not = "00"
               display function trim(mt-could-not-write trailing)
                   at 2402
               display function trim(mt-exists-press trailing) at 2448
               accept user-input at 2473
               exit paragraph
           end-if
           move spaces to ao-report-record
           string '=== BALANCE AS OF ' delimited size
               ao-date delimited size
               ' - ' delimited size
               function trim(admin-username) delimited size
               ' ===' delimited size
               into ao-report-record
           write ao-report-record
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move spaces to ao-report-record
           string 'PREPARED BY ' delimited size
               function trim(operator-id) delimited size
               ' ON ' delimited size
               audit-date delimited size
               ' ' delimited size
               audit-time delimited size
               into ao-report-record
           write ao-report-record
           move spaces to ao-report-record
           string 'REPLAYED FROM:        ' delimited size
               ao-anchor-text delimited size
               into ao-report-record
           write ao-report-record
           move spaces to ao-report-record
           move ao-run-bank to disp-ao-bank
           string 'BANK AT END OF DAY:   $' delimited size
               disp-ao-bank delimited size
               into ao-report-record
           write ao-report-record
           move spaces to ao-report-record
           if ao-wallet-known
               move ao-run-wallet to disp-ao-other
               string 'WALLET AT END OF DAY: $' delimited size
                   disp-ao-other delimited size
                   into ao-report-record
           else
               move 'WALLET AT END OF DAY: NOT KNOWN'
                   to ao-report-record
           end-if
           write ao-report-record
           move spaces to ao-report-record
           write ao-report-record
           move 'ACTIVITY THAT DAY:' to ao-report-record
           write ao-report-record
           if ao-day-count = 0
               move '  NONE' to ao-report-record
               write ao-report-record
           end-if
           perform 146-write-day-line
               varying ao-idx from 1 by 1
               until ao-idx > ao-day-count
           move spaces to ao-report-record
           write ao-report-record
           move 'GAPS THE LOG DOES NOT EXPLAIN:' to ao-report-record
           write ao-report-record
           if ao-gap-count = 0
               move '  NONE' to ao-report-record
               write ao-report-record
           end-if
           perform 147-write-gap-line
               varying ao-idx from 1 by 1
               until ao-idx > ao-gap-count
           if ao-events-dropped > 0
               move spaces to ao-report-record
               move ao-events-dropped to disp-ao-count
               string 'ENTRIES NOT REPLAYED (TABLE FULL): '
                   delimited size
                   disp-ao-count delimited size
                   into ao-report-record
               write ao-report-record
           end-if
           close ao-report-file
           move "ASOF-REPORT" to audit-field
           move spaces to audit-old-value
           move ao-date to audit-new-value
           move 'Balance as-of report printed' to audit-reason
           perform 610-write-audit
           display function trim(mt-written trailing) at 2402
           display function trim(ao-report-path) at 2413
           accept user-input at 2460.

       146-write-day-line.
           move spaces to ao-report-record
           move ao-day-line(ao-idx) to ao-report-record(3:76)
           write ao-report-record.

       147-write-gap-line.
           move spaces to ao-report-record
           move ao-gap-line(ao-idx) to ao-report-record(3:76)
           write ao-report-record.

       149-read-snap-line.
           read ao-snap-file
               at end move "Y" to ao-eof-switch
           end-read
           if not ao-end-of-file
               move spaces to ao-f1 ao-f2 ao-f3 ao-f4 ao-f5 ao-f6
                   ao-f7 ao-f8 ao-f9 ao-f10 ao-f11 ao-f12 ao-stamp
               unstring ao-snap-record delimited by '|'
                   into ao-f2 ao-f5 ao-f1 ao-f4 ao-f6 ao-f7 ao-f8
                       ao-f9 ao-f10 ao-f11 ao-f12 ao-f3
               end-unstring
               if ao-f2 = admin-username and ao-f5 is numeric
                   move "Y" to ao-snap-switch
                   string ao-f5 delimited size
                       ao-f1(1:8) delimited size
                       into ao-stamp
                   compute eh-bank = function numval(ao-f4)
                   compute eh-money = function numval(ao-f3)
               end-if
           end-if.

       150-voucher-desk.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-voucher-codes trailing) at 0202
           display function trim(mt-1-create-codes trailing) at 0402
           display function trim(mt-2-list-codes trailing) at 0502
           display function trim(mt-3-withdraw-a-code trailing) at 0602
           display function trim(mt-any-other-key trailing) at 0802
           accept user-input at 0829
           evaluate user-input
               when '1' perform 151-create-vouchers
               when '2'
                   move 1 to vd-page-start
                   perform 156-list-vouchers
               when '3' perform 158-withdraw-voucher
               when other continue
           end-evaluate
           perform 100-admin-menu.

       151-create-vouchers.
           display erase screen
           display function trim(mt-create-voucher trailing) at 0202
           accept vd-today from date yyyymmdd
           move spaces to vd-campaign vd-type-pick
           move 0 to vd-value vd-max vd-per-player vd-expiry
               vd-how-many
           display function trim(mt-campaign-name trailing) at 0402
           accept vd-campaign at 0418
           move function upper-case(vd-campaign) to vd-campaign
           inspect vd-campaign replacing all '|' by '/'
           if vd-campaign = spaces
               perform 150-voucher-desk
           end-if
           display function trim(mt-1-cash-to-bank trailing) at 0502
           display function trim(mt-3-overtime-passes-4 trailing)
               at 0602
           display function trim(mt-value-type trailing) at 0702
           accept vd-type-pick at 0714
           evaluate vd-type-pick
               when '1' move "CASH" to vd-type
               when '2' move "SHIELD" to vd-type
               when '3' move "PASS" to vd-type
               when '4' move "COLLECT" to vd-type
               when other
                   display function trim(mt-unknown-value-type trailing)
                       at 1802
                   accept user-input at 1822
                   perform 150-voucher-desk
           end-evaluate
           if vd-type = "COLLECT"
               move 1 to vd-value
           else
               display function trim(mt-value-per trailing) at 0802
               accept vd-value at 0838
           end-if
           display function trim(mt-max-redemptions-per trailing)
               at 0902
           accept vd-max at 0929
           display function trim(mt-limit-per-player trailing) at 1002
           accept vd-per-player at 1021
           display function trim(mt-expires-yyyymmdd trailing) at 1102
           accept vd-expiry at 1123
           display function trim(mt-how-many-codes trailing) at 1202
           accept vd-how-many at 1219
           evaluate true
               when vd-value = 0
                   display function trim(mt-value-must-be-above
                       trailing) at 1802
               when vd-type = "CASH" and vd-value > voucher-max-cash
                   display function trim(mt-cash-value-is-over trailing)
                       at 1802
               when vd-type not = "CASH"
                   and vd-value > voucher-max-items
                   display function trim(mt-too-many-items trailing)
                       at 1802
               when vd-max = 0 or vd-per-player = 0
                   display function trim(mt-redemption-limits trailing)
                       at 1802
               when vd-per-player > vd-max
                   display function trim(mt-player-limit trailing)
                       at 1802
               when vd-expiry < vd-today
                   display function trim(mt-expiry-date trailing)
                       at 1802
               when vd-how-many = 0
                   or vd-how-many > voucher-max-batch
                   display function trim(mt-create-between-1 trailing)
                       at 1802
               when other
                   display function trim(mt-create-these-codes trailing)
                       at 1402
                   accept vd-confirm at 1430
                   if vd-confirmed
                       perform 152-issue-vouchers
                   end-if
                   perform 150-voucher-desk
           end-evaluate
           accept user-input at 1902
           perform 150-voucher-desk.

       152-issue-vouchers.
           move "vouchers" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-voucher-file trailing) at 1602
               accept user-input at 1640
               exit paragraph
           end-if
           accept vd-clock from time
           compute vd-seed = vd-clock + vd-today
           compute vd-seed = function mod(vd-seed, 2147483646) + 1
           move 0 to vd-made
           open extend voucher-file
           if voucher-status not = "00"
               open output voucher-file
           end-if
           if voucher-status = "00"
               close voucher-file
               perform 153-make-one-code
                   until vd-made >= vd-how-many
           end-if
           perform 622-release-lock
           move spaces to admin-username
           move "VOUCHERS" to audit-field
           move vd-campaign to audit-old-value
           move vd-made to vd-disp-count
           move spaces to audit-new-value audit-reason
           string function trim(vd-disp-count) delimited size
               ' CODES' delimited size
               into audit-new-value
           string function trim(vd-type) delimited size
               ' ' delimited size
               vd-value delimited size
               ' EXP ' delimited size
               vd-expiry delimited size
               into audit-reason
           perform 610-write-audit
           display erase screen
           display function trim(mt-new-codes trailing) at 0202
           display function trim(vd-campaign) at 0220
           display function trim(mt-issued trailing) at 0302
           display vd-disp-count at 0310
           perform 155-show-new-code
               varying vd-new-idx from 1 by 1
               until vd-new-idx > vd-made
           display function trim(mt-codes-are-saved trailing) at 2102
           display function trim(mt-press-any-key trailing) at 2202
           accept user-input at 2231.

       153-make-one-code.
           move spaces to vd-code
           perform 154-pick-code-char
               varying vd-char-idx from 1 by 1
               until vd-char-idx > 8
           move "N" to vd-clash-switch voucher-eof-switch
           open input voucher-file
           if voucher-status = "00"
               perform 157-check-code-clash
                   until end-of-vouchers or vd-code-clash
               close voucher-file
           end-if
           if not vd-code-clash
               move spaces to voucher-line
               string vd-code delimited space
                   '|' delimited size
                   function trim(vd-campaign) delimited size
                   '|' delimited size
                   function trim(vd-type) delimited size
                   '|' delimited size
                   vd-value delimited size
                   '|' delimited size
                   vd-max delimited size
                   '|' delimited size
                   vd-per-player delimited size
                   '|' delimited size
                   vd-expiry delimited size
                   '|' delimited size
                   vd-today delimited size
                   '|' delimited size
                   function trim(operator-id) delimited size
                   '|ACTIVE' delimited size
                   into voucher-line
               open extend voucher-file
               if voucher-status = "00"
                   write voucher-record from voucher-line
                   add 1 to vd-made
                   move vd-code to vd-new-code(vd-made)
               end-if
               close voucher-file
           end-if.

       154-pick-code-char.
           compute vd-seed = function mod(vd-seed * 16807, 2147483647)
           compute vd-char-pos = function mod(vd-seed, 32) + 1
           move vd-alphabet(vd-char-pos:1) to vd-code(vd-char-idx:1).

       155-show-new-code.
           compute vd-row = 5 + (vd-new-idx - 1) / 5
           compute vd-col = 2 + function mod(vd-new-idx - 1, 5) * 14
           display vd-new-code(vd-new-idx)
               at line vd-row column vd-col.

       156-list-vouchers.
           display erase screen
           display function trim(mt-voucher-codes trailing) at 0202
           display function trim(mt-code-campaign-type trailing)
               at 0302
           display function trim(mt-per-expires-state trailing) at 0346
           move 0 to vd-line-no
           move 3 to vd-row
           move "N" to voucher-eof-switch
           open input voucher-file
           if voucher-status = "00"
               perform 160-show-voucher-line
                   until end-of-vouchers or vd-row > 17
               close voucher-file
           end-if
           if vd-row = 3
               display function trim(mt-no-voucher-codes trailing)
                   at 0402
               accept user-input at 2002
               exit paragraph
           end-if
           display function trim(mt-n-next-page trailing)
               at 2002
           accept user-input at 2044
           if user-input = 'N' or user-input = 'n'
               if vd-row > 17
                   add 15 to vd-page-start
               end-if
               perform 156-list-vouchers
           end-if.

       157-check-code-clash.
           read voucher-file into voucher-line
               at end move "Y" to voucher-eof-switch
           end-read
           if not end-of-vouchers
               perform 159-split-voucher-line
               if vd-code-fld = vd-code
                   move "Y" to vd-clash-switch
               end-if
           end-if.

       158-withdraw-voucher.
           display erase screen
           display function trim(mt-withdraw-a-voucher trailing) at 0202
           display function trim(mt-code trailing) at 0402
           move spaces to vd-code
           accept vd-code at 0408
           move function upper-case(vd-code) to vd-code
           if vd-code = spaces
               exit paragraph
           end-if
           display function trim(mt-reason trailing) at 0502
           move spaces to audit-reason
           accept audit-reason at 0510
           move "vouchers" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-voucher-file trailing) at 0702
               accept user-input at 0740
               exit paragraph
           end-if
           move "N" to vd-found-switch voucher-eof-switch
           open input voucher-file
           open output voucher-temp-file
           if voucher-status = "00"
               and voucher-temp-status = "00"
               perform 161-copy-voucher-to-temp
                   until end-of-vouchers
           end-if
           close voucher-file
           close voucher-temp-file
           if vd-code-found
               perform 162-copy-vouchers-back
           end-if
           perform 622-release-lock
           if vd-code-found
               move spaces to admin-username
               move "VOUCHER-VOID" to audit-field
               move "ACTIVE" to audit-old-value
               move vd-code to audit-new-value
               perform 610-write-audit
               display function trim(mt-code-withdrawn trailing)
                   at 0702
               display function trim(mt-redeemed trailing) at 0802
           else
               display function trim(mt-no-active-code trailing) at 0702
           end-if
           accept user-input at 1002.

       159-split-voucher-line.
           move spaces to vd-code-fld vd-campaign-fld vd-type-fld
               vd-value-fld vd-max-fld vd-per-fld vd-expiry-fld
               vd-created-fld vd-by-fld vd-state-fld
           unstring voucher-line delimited by '|'
               into vd-code-fld vd-campaign-fld vd-type-fld
                   vd-value-fld vd-max-fld vd-per-fld vd-expiry-fld
                   vd-created-fld vd-by-fld vd-state-fld
           end-unstring.

       160-show-voucher-line.
           read voucher-file into voucher-line
               at end move "Y" to voucher-eof-switch
           end-read
           if not end-of-vouchers
               add 1 to vd-line-no
               if vd-line-no >= vd-page-start
                   perform 159-split-voucher-line
                   add 1 to vd-row
                   display vd-code-fld at line vd-row column 2
                   display vd-campaign-fld at line vd-row column 12
                   display vd-type-fld at line vd-row column 25
                   display vd-value-fld at line vd-row column 33
                   display vd-max-fld at line vd-row column 41
                   display vd-per-fld at line vd-row column 47
                   display vd-expiry-fld at line vd-row column 51
                   display vd-state-fld at line vd-row column 60
               end-if
           end-if.

       161-copy-voucher-to-temp.
           read voucher-file into voucher-line
               at end move "Y" to voucher-eof-switch
           end-read
           if not end-of-vouchers
               perform 159-split-voucher-line
               if vd-code-fld = vd-code
                   and vd-state-fld = "ACTIVE"
                   move "Y" to vd-found-switch
                   move spaces to voucher-line
                   string function trim(vd-code-fld) delimited size
                       '|' delimited size
                       function trim(vd-campaign-fld) delimited size
                       '|' delimited size
                       function trim(vd-type-fld) delimited size
                       '|' delimited size
                       function trim(vd-value-fld) delimited size
                       '|' delimited size
                       function trim(vd-max-fld) delimited size
                       '|' delimited size
                       function trim(vd-per-fld) delimited size
                       '|' delimited size
                       function trim(vd-expiry-fld) delimited size
                       '|' delimited size
                       function trim(vd-created-fld) delimited size
                       '|' delimited size
                       function trim(vd-by-fld) delimited size
                       '|VOID' delimited size
                       into voucher-line
               end-if
               write voucher-temp-record from voucher-line
           end-if.

       162-copy-vouchers-back.
           move "N" to voucher-eof-switch
           open input voucher-temp-file
           open output voucher-file
           if voucher-temp-status = "00"
               and voucher-status = "00"
               perform 163-copy-one-voucher-line
                   until end-of-vouchers
           end-if
           close voucher-temp-file
           close voucher-file.

       163-copy-one-voucher-line.
           read voucher-temp-file
               at end move "Y" to voucher-eof-switch
           end-read
           if not end-of-vouchers
               write voucher-record from voucher-temp-record
           end-if.

       170-mail-reports.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-mail-abuse-reports trailing) at 0202
           move 0 to mr-count
           move "N" to mail-report-eof-switch
           open input mail-report-file
           if mail-report-status = "00"
               perform 171-load-open-report
                   until end-of-mail-reports
               close mail-report-file
           end-if
           if mr-count = 0
               display function trim(mt-no-reports trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-id-sender-reporter trailing)
               at 0302
           perform 172-show-one-report
               varying mr-idx from 1 by 1
               until mr-idx > mr-count
           display function trim(mt-pick-a-number trailing) at 1602
           display function trim(mt-key-to-go-back trailing) at 1702
           accept user-input at 1719
           if user-input >= '1' and user-input <= '9'
               compute mr-pick = function numval(user-input)
               if mr-pick <= mr-count
                   perform 175-review-report
                   perform 170-mail-reports
               end-if
           end-if
           perform 100-admin-menu.

       171-load-open-report.
           read mail-report-file into mail-report-line
               at end move "Y" to mail-report-eof-switch
           end-read
           if not end-of-mail-reports
               and mr-count < 9
               perform 173-split-report-line
               if mr-kind-fld = "MSG"
                   and mr-status-fld = "OPEN"
                   add 1 to mr-count
                   move mail-report-line to mr-entry(mr-count)
               end-if
           end-if.

       172-show-one-report.
           move mr-entry(mr-idx) to mail-report-line
           perform 173-split-report-line
           compute mr-row = mr-idx + 3
           display mr-idx at line mr-row column 1
           display mr-id-fld at line mr-row column 4
           display function trim(mr-sender-fld)
               at line mr-row column 11
           display function trim(mr-reporter-fld)
               at line mr-row column 28
           display mr-date-fld at line mr-row column 45.

       173-split-report-line.
           move spaces to mr-id-fld mr-kind-fld mr-reporter-fld
               mr-sender-fld mr-date-fld mr-status-fld
               mr-msg-date-fld mr-msg-time-fld mr-text-fld
           unstring mail-report-line delimited by '|'
               into mr-id-fld mr-kind-fld mr-reporter-fld
                   mr-sender-fld mr-date-fld mr-status-fld
                   mr-msg-date-fld mr-msg-time-fld mr-text-fld
           end-unstring.

       175-review-report.
           move mr-entry(mr-pick) to mail-report-line
           perform 173-split-report-line
           move mr-id-fld to mr-case-id
           move mr-reporter-fld to mr-case-reporter
           move mr-sender-fld to mr-case-sender
           display erase screen
           display function trim(mt-mail-report trailing) at 0202
           display mr-case-id at 0222
           display function trim(mt-sender trailing) at 0402
           display function trim(mr-case-sender) at 0412
           display function trim(mt-reporter trailing) at 0440
           display function trim(mr-case-reporter) at 0450
           display function trim(mt-sent trailing) at 0502
           display mr-msg-date-fld at 0512
           display mr-msg-time-fld at 0522
           display function trim(mt-reported-message trailing) at 0602
           display function trim(mr-text-fld) at 0702
           display function trim(mt-other-recent-mail trailing) at 0902
           move 0 to mr-ctx-count mr-prior-count
           move "N" to mail-report-eof-switch
           open input mail-report-file
           if mail-report-status = "00"
               perform 176-scan-case-line
                   until end-of-mail-reports
               close mail-report-file
           end-if
           if mr-ctx-count = 0
               display function trim(mt-none-2 trailing) at 1002
           end-if
           move mr-prior-count to disp-mr-prior
           display function trim(mt-earlier-warnings trailing) at 1402
           display disp-mr-prior at 1437
           display function trim(mt-d-ismiss-w-arn trailing) at 1602
           accept user-input at 1640
           move spaces to mr-note mr-new-status
           move 0 to mr-mute-days
           evaluate user-input
               when 'D'
               when 'd'
                   move "DISMISSED" to mr-new-status
                   display function trim(mt-note-optional trailing)
                       at 1702
                   accept mr-note at 1720
               when 'W'
               when 'w'
                   move "WARNED" to mr-new-status
                   display function trim(mt-warning-text trailing)
                       at 1702
                   accept mr-note at 1717
               when 'M'
               when 'm'
                   display function trim(mt-mute-for-how-many trailing)
                       at 1702
                   accept mr-mute-days at 1735
                   if mr-mute-days < 1 or mr-mute-days > 365
                       display function trim(mt-days-must-be-1 trailing)
                           at 1902
                       accept user-input at 1925
                       exit paragraph
                   end-if
                   display function trim(mt-reason-shown trailing)
                       at 1802
                   accept mr-note at 1831
                   move "MUTED" to mr-new-status
               when other
                   exit paragraph
           end-evaluate
           inspect mr-note replacing all '|' by '/'
           if mr-new-status not = "DISMISSED" and mr-note = spaces
               move 'Breach of the mail rules' to mr-note
           end-if
           move "moderation" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-reports-file trailing) at 1902
               accept user-input at 1936
               exit paragraph
           end-if
           perform 180-update-report-status
           if mr-updated and mr-new-status = "MUTED"
               perform 185-write-mute
           end-if
           perform 622-release-lock
           if not mr-updated
               display function trim(mt-report-was-already trailing)
                   at 1902
               accept user-input at 1930
               exit paragraph
           end-if
           perform 188-notify-report-parties
           move mr-case-sender to admin-username
           move "MAIL-REPORT" to audit-field
           move mr-case-id to audit-old-value
           move spaces to audit-new-value
           if mr-new-status = "MUTED"
               move mr-mute-days to disp-mr-days
               string 'MUTED ' delimited size
                   function trim(disp-mr-days) delimited size
                   'D' delimited size
                   into audit-new-value
           else
               move mr-new-status to audit-new-value
           end-if
           move mr-note to audit-reason
           perform 610-write-audit
           display function trim(mt-report-closed trailing) at 1902
           display mr-new-status at 1919
           accept user-input at 1930.

       176-scan-case-line.
           read mail-report-file into mail-report-line
               at end move "Y" to mail-report-eof-switch
           end-read
           if not end-of-mail-reports
               perform 173-split-report-line
               if mr-id-fld = mr-case-id
                   and mr-kind-fld = "CTX"
                   and mr-ctx-count < 3
                   add 1 to mr-ctx-count
                   compute mr-row = mr-ctx-count + 9
                   display mr-msg-date-fld at line mr-row column 2
                   display mr-text-fld(1:60) at line mr-row column 12
               end-if
               if mr-kind-fld = "MSG"
                   and mr-sender-fld = mr-case-sender
                   and (mr-status-fld = "WARNED"
                       or mr-status-fld = "MUTED")
                   add 1 to mr-prior-count
               end-if
           end-if.

       180-update-report-status.
           move "N" to mr-updated-switch
           open output mail-report-temp-file
           if mail-report-temp-status not = "00"
               exit paragraph
           end-if
           move "N" to mail-report-eof-switch
           open input mail-report-file
           if mail-report-status not = "00"
               close mail-report-temp-file
               exit paragraph
           end-if
           perform 181-copy-report-to-temp
               until end-of-mail-reports
           close mail-report-file
           close mail-report-temp-file
           if mr-updated
               perform 182-copy-reports-back
           end-if.

       181-copy-report-to-temp.
           read mail-report-file into mail-report-line
               at end move "Y" to mail-report-eof-switch
           end-read
           if not end-of-mail-reports
               perform 173-split-report-line
               if mr-id-fld = mr-case-id
                   and mr-kind-fld = "MSG"
                   and mr-status-fld = "OPEN"
                   move "Y" to mr-updated-switch
                   move spaces to mail-report-line
                   string function trim(mr-id-fld) delimited size
                       '|MSG|' delimited size
                       function trim(mr-reporter-fld) delimited size
                       '|' delimited size
                       function trim(mr-sender-fld) delimited size
                       '|' delimited size
                       function trim(mr-date-fld) delimited size
                       '|' delimited size
                       function trim(mr-new-status) delimited size
                       '|' delimited size
                       function trim(mr-msg-date-fld) delimited size
                       '|' delimited size
                       function trim(mr-msg-time-fld) delimited size
                       '|' delimited size
                       function trim(mr-text-fld) delimited size
                       into mail-report-line
               end-if
               write mail-report-temp-record from mail-report-line
           end-if.

       182-copy-reports-back.
           move "N" to mail-report-eof-switch
           open input mail-report-temp-file
           open output mail-report-file
           if mail-report-temp-status = "00"
               and mail-report-status = "00"
               perform 183-copy-one-report-line
                   until end-of-mail-reports
           end-if
           close mail-report-temp-file
           close mail-report-file.

       183-copy-one-report-line.
           read mail-report-temp-file
               at end move "Y" to mail-report-eof-switch
           end-read
           if not end-of-mail-reports
               write mail-report-record from mail-report-temp-record
           end-if.

       185-write-mute.
           accept mr-today from date yyyymmdd
           compute mr-mute-until = function date-of-integer
               (function integer-of-date(mr-today) + mr-mute-days)
           move spaces to mute-line
           string function trim(mr-case-sender) delimited size
               '|' delimited size
               mr-mute-until delimited size
               '|' delimited size
               function trim(operator-id) delimited size
               '|' delimited size
               mr-today delimited size
               '|' delimited size
               function trim(mr-note) delimited size
               into mute-line
           open extend mute-file
           if mute-status not = "00"
               open output mute-file
           end-if
           if mute-status = "00"
               write mute-record from mute-line
               close mute-file
           end-if.

       188-notify-report-parties.
           move "ADMIN" to mail-from
           move spaces to mail-text
           evaluate mr-new-status
               when "WARNED"
                   move mr-case-sender to mail-to
                   string 'Moderator warning about your mail: '
                           delimited size
                       function trim(mr-note) delimited size
                       into mail-text
                   perform 600-post-mail
               when "MUTED"
                   move mr-case-sender to mail-to
                   move mr-mute-days to disp-mr-days
                   string 'Your outgoing mail is muted for '
                           delimited size
                       function trim(disp-mr-days) delimited size
                       ' days: ' delimited size
                       function trim(mr-note) delimited size
                       into mail-text
                   perform 600-post-mail
           end-evaluate
           move mr-case-reporter to mail-to
           move spaces to mail-text
           string 'Your report ' delimited size
               function trim(mr-case-id) delimited size
               ' has been reviewed by a moderator. Thank you.'
                   delimited size
               into mail-text
           perform 600-post-mail.

       190-held-transfers.
           display erase screen
           display function trim(mt-held-transfers trailing) at 0202
           display function trim(mt-id-from trailing) at 0302
           display function trim(mt-amount-releases trailing) at 0352
           move 3 to hd-row
           move "N" to held-eof-switch
           open input held-file
           if held-status = "00"
               perform 191-show-held-line
                   until end-of-held or hd-row > 17
               close held-file
           end-if
           if hd-row = 3
               display function trim(mt-no-transfers trailing) at 0402
               display function trim(mt-press-any-key trailing) at 2002
               accept user-input at 2031
               perform 100-admin-menu
           end-if
           display function trim(mt-id-to-cancel-blank trailing) at 1902
           move spaces to hd-pick-id
           accept hd-pick-id at 1932
           if hd-pick-id = spaces
               perform 100-admin-menu
           end-if
           perform 070-require-supervisor
           perform 193-cancel-held-transfer
           display function trim(mt-press-any-key trailing) at 2302
           accept user-input at 2331
           perform 190-held-transfers.

       191-show-held-line.
           read held-file into held-line
               at end move "Y" to held-eof-switch
           end-read
           if not end-of-held
               perform 192-split-held-line
               if hd-state = "HELD"
                   add 1 to hd-row
                   display hd-id at line hd-row column 2
                   display hd-sender(1:15) at line hd-row column 21
                   display hd-recipient(1:15) at line hd-row column 37
                   move function numval(hd-amount-fld)
                       to disp-held-amt
                   display disp-held-amt at line hd-row column 51
                   display hd-release at line hd-row column 60
               end-if
           end-if.

       192-split-held-line.
           move spaces to hd-id hd-sender hd-recipient hd-amount-fld
               hd-date hd-time hd-release hd-state hd-reason
               hd-closed hd-closed-by
           unstring held-line delimited by '|'
               into hd-id hd-sender hd-recipient hd-amount-fld
                   hd-date hd-time hd-release hd-state hd-reason
                   hd-closed hd-closed-by
           end-unstring.

       193-cancel-held-transfer.
           display function trim(mt-reason trailing) at 2002
           move spaces to audit-reason
           accept audit-reason at 2010
           move "heldxfer" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-held-transfers-2 trailing)
                   at 2102
               exit paragraph
           end-if
           move "N" to held-found-switch held-eof-switch
           open input held-file
           if held-status = "00"
               perform 194-find-held-item
                   until end-of-held
               close held-file
           end-if
           if not held-item-found
               perform 622-release-lock
               display function trim(mt-no-open-hold trailing) at 2102
               exit paragraph
           end-if
           move hd-pick-sender to api-player
           move hd-pick-amount to api-amount
           perform 520-api-deposit
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-server-deposit trailing) at 2102
               exit paragraph
           end-if
           accept hd-today from date yyyymmdd
           move "N" to held-eof-switch
           open input held-file
           open output held-temp-file
           if held-status = "00" and held-temp-status = "00"
               perform 195-copy-held-to-temp
                   until end-of-held
           end-if
           close held-file
           close held-temp-file
           perform 196-copy-held-back
           perform 622-release-lock
           move hd-pick-sender to admin-username
           move "HELD-CANCEL" to audit-field
           move hd-pick-id to audit-old-value
           move hd-pick-amount to audit-new-value
           perform 610-write-audit
           perform 500-api-getuser
           if api-response(1:7) not = "SUCCESS"
               move 0 to user-bank
           end-if
           move hd-pick-sender to txn-player
           move "XFERBACK" to txn-kind
           move hd-pick-amount to txn-amount
           move user-bank to txn-balance
           move hd-pick-recipient to txn-counterparty
           perform 262-post-txn-line
           move hd-pick-amount to disp-held-amt
           move hd-pick-sender to mail-to
           move "SECURITY" to mail-from
           move spaces to mail-text
           string 'Your held transfer of $' delimited size
               function trim(disp-held-amt) delimited size
               ' to ' delimited size
               function trim(hd-pick-recipient) delimited size
               ' was stopped by the bank and refunded.'
               delimited size
               into mail-text
           perform 600-post-mail
           move hd-pick-recipient to mail-to
           move "TRANSFER" to mail-from
           move spaces to mail-text
           string 'The held transfer of $' delimited size
               function trim(disp-held-amt) delimited size
               ' from ' delimited size
               function trim(hd-pick-sender) delimited size
               ' was stopped by the bank.' delimited size
               into mail-text
           perform 600-post-mail
           display function trim(mt-hold-cancelled trailing) at 2102.

       194-find-held-item.
           read held-file into held-line
               at end move "Y" to held-eof-switch
           end-read
           if not end-of-held
               perform 192-split-held-line
               if hd-id = hd-pick-id and hd-state = "HELD"
                   move "Y" to held-found-switch
                   move hd-sender to hd-pick-sender
                   move hd-recipient to hd-pick-recipient
                   compute hd-pick-amount =
                       function numval(hd-amount-fld)
               end-if
           end-if.

       195-copy-held-to-temp.
           read held-file into held-line
               at end move "Y" to held-eof-switch
           end-read
           if not end-of-held
               perform 192-split-held-line
               if hd-id = hd-pick-id and hd-state = "HELD"
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
                       hd-today delimited size
                       '|' delimited size
                       function trim(operator-id) delimited size
                       into held-line
               end-if
               write held-temp-record from held-line
           end-if.

       196-copy-held-back.
           move "N" to held-eof-switch
           open input held-temp-file
           open output held-file
           if held-temp-status = "00"
               and held-status = "00"
               perform 197-copy-one-held-line
                   until end-of-held
           end-if
           close held-temp-file
           close held-file.

       197-copy-one-held-line.
           read held-temp-file
               at end move "Y" to held-eof-switch
           end-read
           if not end-of-held
               write held-record from held-temp-record
           end-if.

       200-lookup-player.
           display erase screen
           perform 110-prompt-username
           perform 500-api-getuser
           if api-response(1:7) = "SUCCESS"
               move user-bank to disp-bank
               display function trim(mt-bank-balance trailing) at 0402
                   disp-bank at 0420
               move hacking-level to disp-level
               display function trim(mt-hacking-level trailing) at 0502
                   disp-level at 0518
               move security-level to disp-level
               display function trim(mt-security-level trailing) at 0602
                   disp-level at 0619
               move job-level to disp-level
               display function trim(mt-job-level trailing) at 0702
                   disp-level at 0713
               move hack-count to disp-level
               display function trim(mt-hack-count trailing) at 0802
                   disp-level at 0815
               move user-money to disp-bank
               display function trim(mt-wallet trailing) at 0902
                   disp-bank at 0914
           else
               display function trim(mt-could-not-find trailing) at 0402
           end-if
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       210-correct-bank.
           perform 070-require-supervisor
           display erase screen
           perform 110-prompt-username
           perform 500-api-getuser
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-could-not-find trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           move user-bank to disp-bank
           display function trim(mt-current-bank trailing) at 0402
               disp-bank
               at 0428
           display function trim(mt-enter-corrected trailing) at 0602
           accept new-bank at 0636
           display function trim(mt-reason-2 trailing) at 0702
           accept audit-reason at 0726
           move user-bank to audit-old-value
           move new-bank to audit-new-value
           move "BANK" to audit-field
           compute correction-delta = new-bank - user-bank
           if correction-delta < 0
               compute correction-delta = 0 - correction-delta
           end-if
           if correction-delta > approval-threshold
               perform 910-queue-for-approval
               display function trim(mt-correction-exceeds trailing)
                   at 0402
               display function trim(mt-threshold-queued trailing)
                   at 0502
               display function trim(mt-operator-to-approve trailing)
                   at 0602
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           move new-bank to user-bank
           perform 510-api-updateuser
           if api-response(1:7) = "SUCCESS"
               perform 610-write-audit
           end-if
           move admin-username to mail-to
           move "ADMIN" to mail-from
           move new-bank to disp-bank
           move spaces to mail-text
           string 'Your bank balance was corrected to $' delimited size
               disp-bank delimited size
               ' by an operator.' delimited size
               into mail-text
           perform 600-post-mail
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       220-clear-hack-count.
           perform 070-require-supervisor
           display erase screen
           perform 110-prompt-username
           perform 500-api-getuser
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-could-not-find trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-reason-2 trailing) at 0602
           accept audit-reason at 0626
           move hack-count to audit-old-value
           move 0 to hack-count
           move hack-count to audit-new-value
           move "HACKCOUNT" to audit-field
           perform 510-api-updateuser
           if api-response(1:7) = "SUCCESS"
               perform 610-write-audit
           end-if
           display function trim(mt-hack-count-cleared trailing) at 0402
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       230-reset-stats.
           perform 070-require-supervisor
           display erase screen
           perform 110-prompt-username
           perform 500-api-getuser
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-could-not-find trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-reason-2 trailing) at 0602
           accept audit-reason at 0626
           move hacking-level to saved-old-hack
           move security-level to saved-old-sec
           move job-level to saved-old-job
           move hack-count to saved-old-count
           move 1 to hacking-level security-level job-level
           move 0 to hack-count
           perform 510-api-updateuser
           if api-response(1:7) = "SUCCESS"
               move saved-old-hack to audit-old-value
               move hacking-level to audit-new-value
               move "HACKLVL" to audit-field
               perform 610-write-audit
               move saved-old-sec to audit-old-value
               move security-level to audit-new-value
               move "SECLVL" to audit-field
               perform 610-write-audit
               move saved-old-job to audit-old-value
               move job-level to audit-new-value
               move "JOBLVL" to audit-field
               perform 610-write-audit
               move saved-old-count to audit-old-value
               move hack-count to audit-new-value
               move "HACKCOUNT" to audit-field
               perform 610-write-audit
           end-if
           display function trim(mt-stats-reset trailing) at 0402
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       240-reset-atm-pin.
           perform 070-require-supervisor
           display erase screen
           perform 110-prompt-username
           move admin-username to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               or function trim(admin-username) = spaces
               display function trim(mt-usernames-may-only trailing)
                   at 0402
               display function trim(mt-and-digits-nothing trailing)
                   at 0502
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-reason-for-reset trailing) at 0602
           accept audit-reason at 0621
           move spaces to api-command
           string 'del ./NGM/logs/pin_' delimited size
               function trim(admin-username) delimited size
               '.dat > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           move "ATMPIN" to audit-field
           move "SET" to audit-old-value
           move "CLEARED" to audit-new-value
           perform 610-write-audit
           move admin-username to mail-to
           move "ADMIN" to mail-from
           move spaces to mail-text
           string 'Your ATM PIN was reset by an operator - '
               delimited size
               'set a new one at the ATM.' delimited size
               into mail-text
           perform 600-post-mail
           display function trim(mt-atm-pin-cleared trailing) at 0402
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       250-close-account.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-close-player trailing) at 0202
           perform 110-prompt-username
           move admin-username to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               or function trim(admin-username) = spaces
               display function trim(mt-usernames-may-only trailing)
                   at 0402
               display function trim(mt-and-digits-nothing-2 trailing)
                   at 0502
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           perform 252-check-closed-account
           if account-is-closed
               display function trim(mt-that-account trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           perform 500-api-getuser
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-could-not-find trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           compute closure-balance = user-bank + user-money
           move user-bank to disp-bank
           display function trim(mt-bank-balance trailing) at 0402
               disp-bank at 0420
           move user-money to disp-bank
           display function trim(mt-wallet trailing) at 0502 disp-bank
               at 0514
           display function trim(mt-open-orders trailing) at 0702
           display function trim(mt-heist-buy-ins-term trailing) at 0802
           display function trim(mt-loan-contracts-held trailing)
               at 0902
           display function trim(mt-offers-and-bounties trailing)
               at 1002
           display function trim(mt-crew-seat-is-given trailing) at 1102
           display function trim(mt-file-is-archived trailing) at 1202
           display function trim(mt-open-disputes-rej trailing) at 1302
           display function trim(mt-reason-for-closure trailing) at 1502
           accept audit-reason at 1522
           display function trim(mt-type-close trailing) at 1602
           move spaces to closure-confirm
           accept closure-confirm at 1626
           if closure-confirm not = "CLOSE"
               display function trim(mt-nothing-was-closed trailing)
                   at 1802
               display function trim(mt-press-any-key trailing) at 1902
               accept user-input at 1929
               perform 100-admin-menu
           end-if
           accept closure-date from date yyyymmdd
           accept closure-time from time
           move 0 to closure-orders closure-listings
               closure-heist-refund closure-term-refund
               closure-own-bounty closure-bounty-count
               closure-bounty-amt closure-loan-due closure-loan-paid
               closure-loan-wo closure-files closure-lines
               closure-crew-left closure-auctions closure-bids
               closure-bid-refund closure-p2p-count
               closure-p2p-refund closure-p2p-paid
               closure-held-count closure-held-refund
               closure-deed-offers closure-wars closure-disputes
               closure-skip-count
           move spaces to closure-crew-name closure-case-list
               closure-skip-list
           move 1 to closure-case-ptr closure-skip-ptr
           move 0 to user-bank user-money
           perform 510-api-updateuser
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-the-server-would trailing)
                   at 1802
               display function trim(mt-nothing-was-closed-2 trailing)
                   at 1902
               display function trim(mt-press-any-key trailing) at 2002
               accept user-input at 2029
               perform 100-admin-menu
           end-if
           perform 525-api-lock-password
           display function trim(mt-settling-open trailing) at 1802
           perform 254-cancel-coin-orders
           perform 255-cancel-market-listings
           perform 256-refund-heist-buyins
           perform 257-settle-bounties
           perform 258-give-up-crew-seat
           perform 259-return-term-deposits
           perform 272-return-held-transfers
           perform 273-void-deed-offers
           perform 274-settle-crew-wars
           perform 271-settle-p2p-contracts
           perform 687-close-player-disputes
           perform 260-settle-loan
           move closure-balance to txn-balance
           move closure-balance to txn-amount
           move admin-username to txn-player
           move "CLOSEOUT" to txn-kind
           move spaces to txn-counterparty
           perform 262-post-txn-line
           display function trim(mt-archiving-player trailing) at 1902
           perform 263-mark-registry-closed
           perform 264-bundle-player-files
           perform 270-write-certificate
           perform 275-record-closed-account
           move "CLOSURE" to audit-field
           move closure-balance to disp-closure
           move disp-closure to audit-old-value
           move "CLOSED" to audit-new-value
           perform 610-write-audit
           display erase screen
           display function trim(mt-account-closed trailing) at 0202
           display function trim(admin-username) at 0225
           move closure-balance to disp-closure
           display function trim(mt-final-settled trailing) at 0402
               disp-closure at 0427
           move closure-files to disp-closure-count
           display function trim(mt-player-files trailing) at 0502
               disp-closure-count at 0527
           move closure-p2p-count to disp-closure-count
           display function trim(mt-loan-contracts trailing) at 0602
               disp-closure-count at 0627
           move closure-auctions to disp-closure-count
           display function trim(mt-auctions-cancelled trailing) at 0702
               disp-closure-count at 0727
           move closure-bids to disp-closure-count
           display function trim(mt-auction-bids trailing) at 0802
               disp-closure-count at 0827
           move closure-held-count to disp-closure-count
           display function trim(mt-held-transfers-3 trailing) at 0902
               disp-closure-count at 0927
           move closure-deed-offers to disp-closure-count
           display function trim(mt-deed-offers-voided trailing) at 1002
               disp-closure-count at 1027
           move closure-wars to disp-closure-count
           display function trim(mt-crew-wars-settled trailing) at 1102
               disp-closure-count at 1127
           move closure-disputes to disp-closure-count
           display function trim(mt-disputes-closed trailing) at 1202
               disp-closure-count at 1227
           display function trim(mt-certificate-written trailing)
               at 1302
           display function trim(certificate-path) at 1402
           display function trim(mt-bundle-written trailing) at 1502
           display function trim(bundle-path) at 1602
           if closure-skip-count > 0
               display function trim(mt-steps-skipped trailing) at 1702
               display closure-skip-list(1:50) at 1725
           end-if
           display function trim(mt-press-any-key trailing) at 1802
           accept user-input at 1829
           perform 100-admin-menu.

       252-check-closed-account.
           move "N" to closed-found-switch
           move "N" to closed-eof-switch
           open input closed-file
           if closed-status = "00"
               perform 253-read-closed-line
                   until end-of-closed
               close closed-file
           end-if.

       253-read-closed-line.
           read closed-file
               at end move "Y" to closed-eof-switch
           end-read
           if not end-of-closed
               move spaces to closed-user-fld
               unstring closed-record delimited by '|'
                   into closed-user-fld
               end-unstring
               if function trim(closed-user-fld)
                       = function trim(admin-username)
                   move "Y" to closed-found-switch
               end-if
           end-if.

       254-cancel-coin-orders.
           move "./NGM/data/coin_orders.dat" to shared-path
           move "./NGM/data/coin_orders.tmp" to shared-temp-path
           move "ORDERS" to shared-mode
           perform 280-rewrite-shared-file
           move shared-hit-count to closure-orders.

       255-cancel-market-listings.
           move "market" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move "./NGM/data/market.dat" to shared-path
           move "./NGM/data/market.tmp" to shared-temp-path
           move "MARKET" to shared-mode
           perform 280-rewrite-shared-file
           perform 622-release-lock.

       256-refund-heist-buyins.
           move "heists" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move "./NGM/data/heists.dat" to shared-path
           move "./NGM/data/heists.tmp" to shared-temp-path
           move "HEISTS" to shared-mode
           perform 280-rewrite-shared-file
           perform 622-release-lock
           if closure-heist-refund > 0
               add closure-heist-refund to closure-balance
               move closure-heist-refund to txn-amount
               move closure-balance to txn-balance
               move admin-username to txn-player
               move "HEISTREF" to txn-kind
               move spaces to txn-counterparty
               perform 262-post-txn-line
           end-if.

       257-settle-bounties.
           move "bounty" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move "./NGM/logs/bounty_board.dat" to shared-path
           move "./NGM/logs/bounty_board.tmp" to shared-temp-path
           move "BOUNTY" to shared-mode
           perform 280-rewrite-shared-file
           perform 622-release-lock
           if closure-own-bounty > 0
               add closure-own-bounty to closure-balance
               move closure-own-bounty to txn-amount
               move closure-balance to txn-balance
               move admin-username to txn-player
               move "BOUNTYREF" to txn-kind
               move spaces to txn-counterparty
               perform 262-post-txn-line
           end-if.

       258-give-up-crew-seat.
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move "./NGM/data/crews.dat" to shared-path
           move "./NGM/data/crews.tmp" to shared-temp-path
           move "CREWS" to shared-mode
           perform 280-rewrite-shared-file
           move 0 to closure-crew-left
           if closure-crew-name not = spaces
               move "CREWLEFT" to shared-mode
               perform 280-rewrite-shared-file
           end-if
           perform 622-release-lock.

       259-return-term-deposits.
           move spaces to term-path
           string './NGM/logs/term_' delimited size
               function trim(admin-username) delimited size
               '.dat' delimited size
               into term-path
           move term-path to player-file-path
           move "N" to player-eof-switch
           open input player-file
           if player-file-status = "00"
               perform 261-add-term-line
                   until end-of-player-file
               close player-file
           end-if
           if closure-term-refund > 0
               add closure-term-refund to closure-balance
               move closure-term-refund to txn-amount
               move closure-balance to txn-balance
               move admin-username to txn-player
               move "BREAK" to txn-kind
               move spaces to txn-counterparty
               perform 262-post-txn-line
           end-if.

       260-settle-loan.
           move spaces to loan-path
           string './NGM/logs/loan_' delimited size
               function trim(admin-username) delimited size
               '.dat' delimited size
               into loan-path
           move loan-path to player-file-path
           open input player-file
           if player-file-status = "00"
               move spaces to player-file-record
               read player-file
                   at end continue
               end-read
               close player-file
               move spaces to loan-prin-fld
               unstring player-file-record delimited by '|'
                   into loan-prin-fld
               end-unstring
               compute closure-loan-due =
                   function numval(loan-prin-fld)
           end-if
           if closure-loan-due = 0
               exit paragraph
           end-if
           if closure-balance >= closure-loan-due
               move closure-loan-due to closure-loan-paid
           else
               if closure-balance > 0
                   move closure-balance to closure-loan-paid
               end-if
           end-if
           compute closure-loan-wo =
               closure-loan-due - closure-loan-paid
           subtract closure-loan-paid from closure-balance
           if closure-loan-paid > 0
               move closure-loan-paid to txn-amount
               move closure-balance to txn-balance
               move admin-username to txn-player
               move "LOANPAY" to txn-kind
               move spaces to txn-counterparty
               perform 262-post-txn-line
           end-if.

       261-add-term-line.
           read player-file
               at end move "Y" to player-eof-switch
           end-read
           if not end-of-player-file
               move spaces to term-amount-fld
               unstring player-file-record delimited by '|'
                   into term-amount-fld
               end-unstring
               add function numval(term-amount-fld)
                   to closure-term-refund
           end-if.

       262-post-txn-line.
           if txn-id = spaces
               perform 268-next-txn-id
           end-if
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(txn-player) delimited size
               '.dat' delimited size
               into txn-log-path
           accept txn-timestamp from time
           accept txn-date from date yyyymmdd
           move spaces to txn-log-line
           move 1 to txn-pointer
           if txn-counterparty = spaces
               string txn-timestamp delimited size
                   '|' delimited size
                   function trim(txn-kind) delimited size
                   '|' delimited size
                   txn-amount delimited size
                   '|' delimited size
                   txn-balance delimited size
                   '|' delimited size
                   txn-date delimited size
                   '||' delimited size
                   txn-id delimited size
                   into txn-log-line with pointer txn-pointer
               end-string
           else
               string txn-timestamp delimited size
                   '|' delimited size
                   function trim(txn-kind) delimited size
                   '|' delimited size
                   txn-amount delimited size
                   '|' delimited size
                   txn-balance delimited size
                   '|' delimited size
                   txn-date delimited size
                   '|' delimited size
                   function trim(txn-counterparty) delimited size
                   '|' delimited size
                   txn-id delimited size
                   into txn-log-line with pointer txn-pointer
               end-string
           end-if
           if txn-link not = spaces
               string '|' delimited size
                   txn-link delimited size
                   into txn-log-line with pointer txn-pointer
               end-string
           end-if
           move spaces to txn-id txn-link
           open extend txn-log-file
           if txn-log-status = "00"
               write txn-log-record from txn-log-line
           end-if
           close txn-log-file.

       263-mark-registry-closed.
           move "players" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move "./NGM/data/players.dat" to shared-path
           move "./NGM/data/players.tmp" to shared-temp-path
           move "REGISTRY" to shared-mode
           perform 280-rewrite-shared-file
           perform 622-release-lock.

       264-bundle-player-files.
           move spaces to bundle-path
           string './NGM/logs/archive/closure_' delimited size
               function trim(admin-username) delimited size
               '_' delimited size
               closure-date delimited size
               '.dat' delimited size
               into bundle-path
           open output bundle-file
           if bundle-status not = "00"
               display function trim(mt-could-not-open trailing)
                   at 2002
               display function trim(mt-make-sure-ngm-logs trailing)
                   at 2102
               accept user-input at 2140
               exit paragraph
           end-if
           move spaces to bundle-record
           string 'CLOSURE|' delimited size
               function trim(admin-username) delimited size
               '|' delimited size
               closure-date delimited size
               '|' delimited size
               function trim(operator-id) delimited size
               into bundle-record
           write bundle-record
           move spaces to dir-suffix
           string '_' delimited size
               function trim(admin-username) delimited size
               '.dat' delimited size
               into dir-suffix
           move function length(function trim(dir-suffix))
               to dir-suffix-len
           perform 665-build-dirlist
           move "N" to dirlist-eof-switch
           open input dirlist-file
           if dirlist-status = "00"
               perform 265-read-dirlist-entry
                   until end-of-dirlist
               close dirlist-file
           end-if
           close bundle-file.

       265-read-dirlist-entry.
           read dirlist-file into dir-entry
               at end move "Y" to dirlist-eof-switch
           end-read
           if not end-of-dirlist
               and dir-entry not = spaces
               move function length(function trim(dir-entry))
                   to dir-entry-len
               if dir-entry-len > dir-suffix-len
                   and dir-entry(1:5) not = "hack_"
                   and dir-entry(1:5) not = "lock_"
                   compute dir-suffix-start =
                       dir-entry-len - dir-suffix-len + 1
                   if dir-entry(dir-suffix-start:dir-suffix-len)
                           = dir-suffix(1:dir-suffix-len)
                       perform 266-bundle-one-file
                   end-if
               end-if
           end-if.

       266-bundle-one-file.
           move spaces to player-file-path
           string './NGM/logs/' delimited size
               function trim(dir-entry) delimited size
               into player-file-path
           move "N" to player-eof-switch
           open input player-file
           if player-file-status = "00"
               move spaces to bundle-record
               string 'FILE|' delimited size
                   function trim(dir-entry) delimited size
                   into bundle-record
               write bundle-record
               perform 267-copy-player-line
                   until end-of-player-file
               close player-file
               add 1 to closure-files
               move spaces to api-command
               string 'del ' delimited size
                   function trim(player-file-path) delimited size
                   ' > nul 2>&1' delimited size
                   into api-command
               call "SYSTEM" using api-command
           end-if.

       267-copy-player-line.
           read player-file
               at end move "Y" to player-eof-switch
           end-read
           if not end-of-player-file
               write bundle-record from player-file-record
               add 1 to closure-lines
           end-if.

       268-next-txn-id.
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

       269-note-busy-step.
           add 1 to closure-skip-count
           if closure-skip-ptr > 1
               string ' ' delimited size
                   into closure-skip-list with pointer closure-skip-ptr
               end-string
           end-if
           string function trim(lock-name) delimited size
               into closure-skip-list with pointer closure-skip-ptr
           end-string.

       270-write-certificate.
           move spaces to certificate-path
           string './reports/closure_' delimited size
               function trim(admin-username) delimited size
               '_' delimited size
               closure-date delimited size
               '.dat' delimited size
               into certificate-path
           open output certificate-file
           if certificate-status not = "00"
               display function trim(mt-could-not-write-2 trailing)
                   at 2002
               display function trim(mt-make-sure-reports trailing)
                   at 2102
               accept user-input at 2130
               exit paragraph
           end-if
           move spaces to certificate-record
           string '=== ACCOUNT CLOSURE CERTIFICATE - ' delimited size
               closure-date delimited size
               ' ' delimited size
               closure-time delimited size
               ' ===' delimited size
               into certificate-record
           write certificate-record
           move spaces to certificate-record
           string 'PLAYER:                 ' delimited size
               function trim(admin-username) delimited size
               into certificate-record
           write certificate-record
           move spaces to certificate-record
           string 'CLOSED BY:              ' delimited size
               function trim(operator-id) delimited size
               into certificate-record
           write certificate-record
           move spaces to certificate-record
           string 'REASON:                 ' delimited size
               function trim(audit-reason) delimited size
               into certificate-record
           write certificate-record
           move closure-orders to disp-closure-count
           move spaces to certificate-record
           string 'COIN ORDERS CANCELLED:  ' delimited size
               disp-closure-count delimited size
               into certificate-record
           write certificate-record
           move closure-listings to disp-closure-count
           move spaces to certificate-record
           string 'LISTINGS WITHDRAWN:     ' delimited size
               disp-closure-count delimited size
               into certificate-record
           write certificate-record
           move closure-heist-refund to disp-closure
           move spaces to certificate-record
           string 'HEIST BUY-INS RETURNED: ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-term-refund to disp-closure
           move spaces to certificate-record
           string 'TERM DEPOSITS RETURNED: ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-own-bounty to disp-closure
           move spaces to certificate-record
           string 'OWN BOUNTIES RETURNED:  ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-bounty-count to disp-closure-count
           move closure-bounty-amt to disp-closure
           move spaces to certificate-record
           string 'BOUNTIES ON PLAYER:     ' delimited size
               disp-closure-count delimited size
               ' REFUNDED TO POSTERS ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-loan-paid to disp-closure
           move spaces to certificate-record
           string 'LOAN REPAID:            ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-loan-wo to disp-closure
           move spaces to certificate-record
           string 'LOAN WRITTEN OFF:       ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-p2p-count to disp-closure-count
           move closure-p2p-refund to disp-closure
           move spaces to certificate-record
           string 'LOAN CONTRACTS SETTLED: ' delimited size
               disp-closure-count delimited size
               ' OFFERS RETURNED ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-p2p-paid to disp-closure
           move spaces to certificate-record
           string 'CONTRACTS REPAID:       ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-auctions to disp-closure-count
           move spaces to certificate-record
           string 'AUCTIONS CANCELLED:     ' delimited size
               disp-closure-count delimited size
               into certificate-record
           write certificate-record
           move closure-bids to disp-closure-count
           move closure-bid-refund to disp-closure
           move spaces to certificate-record
           string 'AUCTION BIDS RELEASED:  ' delimited size
               disp-closure-count delimited size
               ' RETURNED ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-held-count to disp-closure-count
           move closure-held-refund to disp-closure
           move spaces to certificate-record
           string 'HELD TRANSFERS RETURNED:' delimited size
               disp-closure-count delimited size
               ' TO PLAYER ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-deed-offers to disp-closure-count
           move spaces to certificate-record
           string 'DEED OFFERS VOIDED:     ' delimited size
               disp-closure-count delimited size
               into certificate-record
           write certificate-record
           move closure-wars to disp-closure-count
           move spaces to certificate-record
           string 'CREW WARS SETTLED:      ' delimited size
               disp-closure-count delimited size
               into certificate-record
           write certificate-record
           move closure-disputes to disp-closure-count
           move spaces to certificate-record
           string 'DISPUTES REJECTED:      ' delimited size
               disp-closure-count delimited size
               ' ' delimited size
               function trim(closure-case-list) delimited size
               into certificate-record
           write certificate-record
           move closure-skip-count to disp-closure-count
           move spaces to certificate-record
           string 'STEPS SKIPPED (BUSY):   ' delimited size
               disp-closure-count delimited size
               ' ' delimited size
               function trim(closure-skip-list) delimited size
               into certificate-record
           write certificate-record
           move spaces to certificate-record
           if closure-crew-name = spaces
               move 'CREW LEFT:              (none)'
                   to certificate-record
           else
               string 'CREW LEFT:              ' delimited size
                   function trim(closure-crew-name) delimited size
                   into certificate-record
           end-if
           write certificate-record
           move closure-balance to disp-closure
           move spaces to certificate-record
           string 'FINAL SETTLED BALANCE:  ' delimited size
               disp-closure delimited size
               into certificate-record
           write certificate-record
           move closure-files to disp-closure-count
           move spaces to certificate-record
           string 'PLAYER FILES ARCHIVED:  ' delimited size
               disp-closure-count delimited size
               into certificate-record
           write certificate-record
           move closure-lines to disp-closure-count
           move spaces to certificate-record
           string 'RECORDS ARCHIVED:       ' delimited size
               disp-closure-count delimited size
               into certificate-record
           write certificate-record
           move spaces to certificate-record
           string 'BUNDLE:                 ' delimited size
               function trim(bundle-path) delimited size
               into certificate-record
           write certificate-record
           move '=== END OF CERTIFICATE ===' to certificate-record
           write certificate-record
           close certificate-file.

       271-settle-p2p-contracts.
           move "contracts" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move "./NGM/data/p2ploans.dat" to shared-path
           move "./NGM/data/p2ploans.tmp" to shared-temp-path
           move "P2P" to shared-mode
           perform 280-rewrite-shared-file
           perform 622-release-lock.

       272-return-held-transfers.
           move "heldxfer" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move "./NGM/data/held_transfers.dat" to shared-path
           move "./NGM/data/held_transfers.tmp" to shared-temp-path
           move "HELD" to shared-mode
           perform 280-rewrite-shared-file
           perform 622-release-lock.

       273-void-deed-offers.
           move "property" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move "./NGM/data/prop_offers.dat" to shared-path
           move "./NGM/data/prop_offers.tmp" to shared-temp-path
           move "DEEDS" to shared-mode
           perform 280-rewrite-shared-file
           perform 622-release-lock.

       274-settle-crew-wars.
           move 0 to wq-count
           if closure-crew-name = spaces or closure-crew-left > 0
               exit paragraph
           end-if
           move "crewwars" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
           else
               move "./NGM/data/crew_wars.dat" to shared-path
               move "./NGM/data/crew_wars.tmp" to shared-temp-path
               move "WARS" to shared-mode
               perform 280-rewrite-shared-file
               if wq-count > 0
                   move "./NGM/data/crews.dat" to shared-path
                   move "./NGM/data/crews.tmp" to shared-temp-path
                   move "TREASURY" to shared-mode
                   perform 280-rewrite-shared-file
               end-if
               perform 622-release-lock
           end-if
           move spaces to lock-path
           string './NGM/logs/lock_crewwars.dat' delimited size
               into lock-path
           perform 622-release-lock.

       275-record-closed-account.
           open extend closed-file
           if closed-status = "00"
               move spaces to closed-record
               string function trim(admin-username) delimited size
                   '|' delimited size
                   closure-date delimited size
                   '|' delimited size
                   function trim(operator-id) delimited size
                   '|' delimited size
                   function trim(audit-reason) delimited size
                   into closed-record
               write closed-record
           end-if
           close closed-file.

       276-withdraw-own-offer.
           add 1 to shared-hit-count
           add 1 to closure-p2p-count
           compute sf-amount = function numval(sf-d-fld)
           add sf-amount to closure-p2p-refund closure-balance
           move admin-username to txn-player
           move "P2PREF" to txn-kind
           move sf-amount to txn-amount
           move closure-balance to txn-balance
           move sf-c-fld to txn-counterparty
           perform 262-post-txn-line
           move "WITHDRAW" to p2p-new-status
           compute p2p-balance = function numval(sf-i-fld)
           move sf-l-fld to p2p-due-fld
           move "WITHDRAW" to p2p-ledger-kind
           move sf-amount to p2p-ledger-amount
           move "WITHDRAWN - LENDER CLOSED" to p2p-ledger-note
           perform 298-append-p2p-ledger
           perform 294-build-contract-line
           move sf-c-fld to mail-to
           move "P2PLOAN" to mail-from
           move spaces to mail-text
           string 'Loan offer ' delimited size
               function trim(sf-kind-fld) delimited size
               ' from ' delimited size
               function trim(admin-username) delimited size
               ' was withdrawn - that account has closed.'
               delimited size
               into mail-text
           perform 600-post-mail.

       277-refund-offer-lender.
           move sf-b-fld to api-player
           compute api-amount = function numval(sf-d-fld)
           perform 520-api-deposit
           if api-response(1:7) not = "SUCCESS"
               exit paragraph
           end-if
           add 1 to shared-hit-count
           add 1 to closure-p2p-count
           move sf-b-fld to txn-player
           move "P2PREF" to txn-kind
           move api-amount to txn-amount
           move 0 to txn-balance
           move admin-username to txn-counterparty
           perform 262-post-txn-line
           move "DECLINED" to p2p-new-status
           compute p2p-balance = function numval(sf-i-fld)
           move sf-l-fld to p2p-due-fld
           move "DECLINE" to p2p-ledger-kind
           move api-amount to p2p-ledger-amount
           move "DECLINED - BORROWER CLOSED" to p2p-ledger-note
           perform 298-append-p2p-ledger
           perform 294-build-contract-line
           move sf-b-fld to mail-to
           move "P2PLOAN" to mail-from
           move api-amount to disp-closure
           move spaces to mail-text
           string 'Loan offer ' delimited size
               function trim(sf-kind-fld) delimited size
               ' was cancelled - ' delimited size
               function trim(admin-username) delimited size
               ' has closed. $' delimited size
               function trim(disp-closure) delimited size
               ' is back in your bank.' delimited size
               into mail-text
           perform 600-post-mail.

       278-repay-closed-borrower.
           add 1 to shared-hit-count
           add 1 to closure-p2p-count
           compute p2p-balance = function numval(sf-i-fld)
           move 0 to p2p-pay
           if closure-balance > 0
               if closure-balance >= p2p-balance
                   move p2p-balance to p2p-pay
               else
                   move closure-balance to p2p-pay
               end-if
           end-if
           if p2p-pay > 0
               move sf-b-fld to api-player
               move p2p-pay to api-amount
               perform 520-api-deposit
               if api-response(1:7) not = "SUCCESS"
                   move 0 to p2p-pay
               end-if
           end-if
           if p2p-pay > 0
               subtract p2p-pay from closure-balance p2p-balance
               add p2p-pay to closure-p2p-paid
               perform 268-next-txn-id
               move txn-id to closure-pair-id
               move admin-username to txn-player
               move "P2PPAY" to txn-kind
               move p2p-pay to txn-amount
               move closure-balance to txn-balance
               move sf-b-fld to txn-counterparty
               perform 262-post-txn-line
               move closure-pair-id to txn-id
               move sf-b-fld to txn-player
               move "P2PRECV" to txn-kind
               move p2p-pay to txn-amount
               move 0 to txn-balance
               move admin-username to txn-counterparty
               perform 262-post-txn-line
               move "PAYMENT" to p2p-ledger-kind
               move p2p-pay to p2p-ledger-amount
               move "PAID AT ACCOUNT CLOSURE" to p2p-ledger-note
               perform 298-append-p2p-ledger
           end-if
           move p2p-balance to p2p-wo-disp
           if p2p-balance = 0
               move "PAID" to p2p-new-status
           else
               move "WRITEOFF" to p2p-new-status
               move "WRITEOFF" to p2p-ledger-kind
               move p2p-balance to p2p-ledger-amount
               move "BORROWER CLOSED - WRITTEN OFF" to p2p-ledger-note
               move 0 to p2p-balance
               perform 298-append-p2p-ledger
           end-if
           move "00000000" to p2p-due-fld
           perform 294-build-contract-line
           move sf-b-fld to mail-to
           move "P2PLOAN" to mail-from
           move p2p-pay to disp-closure
           move spaces to mail-text
           string 'Loan ' delimited size
               function trim(sf-kind-fld) delimited size
               ' settled at closure of ' delimited size
               function trim(admin-username) delimited size
               ': $' delimited size
               function trim(disp-closure) delimited size
               ' paid, $' delimited size
               function trim(p2p-wo-disp) delimited size
               ' written off.' delimited size
               into mail-text
           perform 600-post-mail.

       279-forgive-closed-lender.
           add 1 to shared-hit-count
           add 1 to closure-p2p-count
           compute p2p-balance = function numval(sf-i-fld)
           move "WRITEOFF" to p2p-new-status
           move "WRITEOFF" to p2p-ledger-kind
           move p2p-balance to p2p-ledger-amount
           move "LENDER CLOSED - FORGIVEN" to p2p-ledger-note
           move 0 to p2p-balance
           perform 298-append-p2p-ledger
           move "00000000" to p2p-due-fld
           perform 294-build-contract-line
           move sf-c-fld to mail-to
           move "P2PLOAN" to mail-from
           move spaces to mail-text
           string 'Loan ' delimited size
               function trim(sf-kind-fld) delimited size
               ' from ' delimited size
               function trim(admin-username) delimited size
               ' is cancelled - that account has closed and'
               delimited size
               ' nothing more is owed.' delimited size
               into mail-text
           perform 600-post-mail.

       280-rewrite-shared-file.
           move 0 to shared-hit-count
           move "N" to shared-eof-switch
           open input shared-file
           if shared-status not = "00"
               exit paragraph
           end-if
           open output shared-temp-file
           if shared-temp-status not = "00"
               close shared-file
               exit paragraph
           end-if
           perform 281-rewrite-shared-line
               until end-of-shared
           close shared-file
           close shared-temp-file
           if shared-hit-count > 0
               perform 283-copy-shared-back
           end-if.

       281-rewrite-shared-line.
           read shared-file into shared-line
               at end move "Y" to shared-eof-switch
           end-read
           if not end-of-shared
               move "Y" to shared-keep-switch
               move spaces to sf-kind-fld sf-a-fld sf-b-fld
                   sf-c-fld sf-d-fld sf-e-fld sf-f-fld sf-g-fld
                   sf-h-fld sf-i-fld sf-j-fld sf-k-fld sf-l-fld
                   sf-m-fld
               unstring shared-line delimited by '|'
                   into sf-kind-fld sf-a-fld sf-b-fld sf-c-fld
                       sf-d-fld sf-e-fld sf-f-fld sf-g-fld sf-h-fld
                       sf-i-fld sf-j-fld sf-k-fld sf-l-fld sf-m-fld
               end-unstring
               perform 282-judge-shared-line
               if keep-shared-line
                   write shared-temp-record from shared-line
               end-if
           end-if.

       282-judge-shared-line.
           evaluate shared-mode
               when "ORDERS"
                   if sf-kind-fld = "OPEN"
                       and function trim(sf-a-fld)
                           = function trim(admin-username)
                       add 1 to shared-hit-count
                       move spaces to shared-line
                       string 'CANCEL|' delimited size
                           function trim(sf-a-fld) delimited size
                           '|' delimited size
                           function trim(sf-b-fld) delimited size
                           '|' delimited size
                           function trim(sf-c-fld) delimited size
                           '|' delimited size
                           function trim(sf-d-fld) delimited size
                           '|' delimited size
                           function trim(sf-e-fld) delimited size
                           into shared-line
                   end-if
               when "MARKET"
                   if sf-kind-fld = "OPEN"
                       and function trim(sf-a-fld)
                           = function trim(admin-username)
                       add 1 to shared-hit-count
                       add 1 to closure-listings
                       move spaces to shared-line
                       string 'CANCEL|' delimited size
                           function trim(sf-a-fld) delimited size
                           '|' delimited size
                           function trim(sf-b-fld) delimited size
                           '|' delimited size
                           function trim(sf-c-fld) delimited size
                           '|' delimited size
                           closure-date delimited size
                           into shared-line
                   end-if
                   if sf-kind-fld = "AUCTION"
                       perform 286-settle-auction-line
                   end-if
               when "P2P"
                   perform 287-settle-contract-line
               when "HELD"
                   perform 291-settle-held-line
               when "DEEDS"
                   if sf-a-fld = "OFFER"
                       and (function trim(sf-b-fld)
                               = function trim(admin-username)
                           or function trim(sf-c-fld)
                               = function trim(admin-username))
                       perform 293-void-deed-offer
                   end-if
               when "WARS"
                   if sf-kind-fld = "WAR"
                       and (sf-h-fld = "PENDING"
                           or sf-h-fld = "ACTIVE")
                       and (function trim(sf-b-fld)
                               = function trim(closure-crew-name)
                           or function trim(sf-c-fld)
                               = function trim(closure-crew-name))
                       perform 295-settle-war-line
                   end-if
               when "TREASURY"
                   if sf-kind-fld = "CREW" or sf-kind-fld = "MEMBER"
                       perform 296-apply-war-credit
                           varying wq-idx from 1 by 1
                           until wq-idx > wq-count
                   end-if
               when "CREWLEFT"
                   if sf-kind-fld = "MEMBER"
                       and function trim(sf-a-fld)
                           = function trim(closure-crew-name)
                       add 1 to closure-crew-left
                   end-if
               when "HEISTS"
                   if sf-kind-fld = "JOIN"
                       and function trim(sf-c-fld)
                           = function trim(admin-username)
                       add 1 to shared-hit-count
                       add function numval(sf-d-fld)
                           to closure-heist-refund
                       move "N" to shared-keep-switch
                   end-if
               when "BOUNTY"
                   if sf-kind-fld = "OPEN"
                       and function trim(sf-a-fld)
                           = function trim(admin-username)
                       add 1 to shared-hit-count
                       add function numval(sf-c-fld)
                           to closure-own-bounty
                       perform 284-mark-bounty-cancelled
                   else
                       if sf-kind-fld = "OPEN"
                           and function trim(sf-b-fld)
                               = function trim(admin-username)
                           perform 290-refund-bounty-poster
                       end-if
                   end-if
               when "RENAME"
                   perform 640-rename-fields
               when "COLUMN"
                   perform 643-rename-column
               when "REGISTRY"
                   move spaces to closed-user-fld sf-a-fld sf-b-fld
                   unstring shared-line delimited by '|'
                       into closed-user-fld sf-a-fld sf-b-fld
                   end-unstring
                   if function trim(closed-user-fld)
                           = function trim(admin-username)
                       add 1 to shared-hit-count
                       move spaces to shared-line
                       string function trim(admin-username)
                               delimited size
                           '|' delimited size
                           function trim(sf-a-fld) delimited size
                           '|' delimited size
                           function trim(sf-b-fld) delimited size
                           '|CLOSED|' delimited size
                           into shared-line
                   end-if
               when "CREWS"
                   if sf-kind-fld = "MEMBER"
                       and function trim(sf-b-fld)
                           = function trim(admin-username)
                       add 1 to shared-hit-count
                       move sf-a-fld to closure-crew-name
                       move "N" to shared-keep-switch
                   end-if
                   if sf-kind-fld = "REQUEST"
                       and function trim(sf-b-fld)
                           = function trim(admin-username)
                       move "N" to shared-keep-switch
                   end-if
           end-evaluate.

       283-copy-shared-back.
           move "N" to shared-eof-switch
           open input shared-temp-file
           open output shared-file
           if shared-temp-status = "00" and shared-status = "00"
               perform 285-copy-shared-line
                   until end-of-shared
           end-if
           close shared-temp-file
           close shared-file.

       284-mark-bounty-cancelled.
           move spaces to shared-line
           string 'CANCEL|' delimited size
               function trim(sf-a-fld) delimited size
               '|' delimited size
               function trim(sf-b-fld) delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               closure-date delimited size
               into shared-line.

       285-copy-shared-line.
           read shared-temp-file
               at end move "Y" to shared-eof-switch
           end-read
           if not end-of-shared
               write shared-record from shared-temp-record
           end-if.

       286-settle-auction-line.
           if function trim(sf-a-fld) = function trim(admin-username)
               add 1 to shared-hit-count
               add 1 to closure-auctions
               perform 288-return-auction-item
               move spaces to shared-line
               string 'CANCEL|' delimited size
                   function trim(sf-a-fld) delimited size
                   '|' delimited size
                   function trim(sf-b-fld) delimited size
                   '|' delimited size
                   function trim(sf-c-fld) delimited size
                   '|' delimited size
                   closure-date delimited size
                   into shared-line
               exit paragraph
           end-if
           if function trim(sf-e-fld) = function trim(admin-username)
               perform 289-release-closed-bid
           end-if.

       287-settle-contract-line.
           evaluate true
               when sf-a-fld = "OFFERED"
                   and function trim(sf-b-fld)
                       = function trim(admin-username)
                   perform 276-withdraw-own-offer
               when sf-a-fld = "OFFERED"
                   and function trim(sf-c-fld)
                       = function trim(admin-username)
                   perform 277-refund-offer-lender
               when (sf-a-fld = "ACTIVE" or sf-a-fld = "DELINQ")
                   and function trim(sf-c-fld)
                       = function trim(admin-username)
                   perform 278-repay-closed-borrower
               when (sf-a-fld = "ACTIVE" or sf-a-fld = "DELINQ")
                   and function trim(sf-b-fld)
                       = function trim(admin-username)
                   perform 279-forgive-closed-lender
           end-evaluate.

       288-return-auction-item.
           move spaces to player-file-path
           string './NGM/logs/collect_' delimited size
               function trim(admin-username) delimited size
               '.dat' delimited size
               into player-file-path
           move spaces to side-line
           string function trim(sf-b-fld) delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               closure-date delimited size
               into side-line
           perform 292-append-side-line.

       289-release-closed-bid.
           add 1 to shared-hit-count
           add 1 to closure-bids
           compute sf-amount = function numval(sf-f-fld)
           add sf-amount to closure-bid-refund closure-balance
           perform 299-append-bid-row
           move admin-username to txn-player
           move "BIDREL" to txn-kind
           move sf-amount to txn-amount
           move closure-balance to txn-balance
           move sf-a-fld to txn-counterparty
           perform 262-post-txn-line
           move spaces to shared-line
           string 'AUCTION|' delimited size
               function trim(sf-a-fld) delimited size
               '|' delimited size
               function trim(sf-b-fld) delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               function trim(sf-d-fld) delimited size
               '||000000|' delimited size
               function trim(sf-g-fld) delimited size
               '|' delimited size
               function trim(sf-h-fld) delimited size
               '|' delimited size
               function trim(sf-i-fld) delimited size
               into shared-line
           move sf-a-fld to mail-to
           move "AUCTION" to mail-from
           move spaces to mail-text
           string 'The high bid on your ' delimited size
               function trim(sf-b-fld) delimited size
               ' auction was withdrawn - ' delimited size
               function trim(admin-username) delimited size
               ' has closed.' delimited size
               into mail-text
           perform 600-post-mail.

       290-refund-bounty-poster.
           move sf-a-fld to api-player
           compute api-amount = function numval(sf-c-fld)
           perform 520-api-deposit
           if api-response(1:7) = "SUCCESS"
               add 1 to shared-hit-count
               add 1 to closure-bounty-count
               add api-amount to closure-bounty-amt
               perform 284-mark-bounty-cancelled
               move sf-a-fld to txn-player
               move "BOUNTYREF" to txn-kind
               move api-amount to txn-amount
               move 0 to txn-balance
               move admin-username to txn-counterparty
               perform 262-post-txn-line
               move sf-a-fld to mail-to
               move "ADMIN" to mail-from
               move spaces to mail-text
               string 'Your bounty on ' delimited size
                   function trim(admin-username) delimited size
                   ' was refunded - that account has closed.'
                   delimited size
                   into mail-text
               perform 600-post-mail
           end-if.

       291-settle-held-line.
           if sf-g-fld not = "HELD"
               exit paragraph
           end-if
           compute sf-amount = function numval(sf-c-fld)
           move sf-amount to disp-closure
           move spaces to mail-text
           evaluate true
               when function trim(sf-a-fld)
                       = function trim(admin-username)
                   add sf-amount to closure-held-refund
                       closure-balance
                   move admin-username to txn-player
                   move closure-balance to txn-balance
                   move sf-b-fld to txn-counterparty
                   move sf-b-fld to mail-to
                   string 'The held transfer of $' delimited size
                       function trim(disp-closure) delimited size
                       ' from ' delimited size
                       function trim(admin-username) delimited size
                       ' was cancelled - that account has closed.'
                       delimited size
                       into mail-text
               when function trim(sf-b-fld)
                       = function trim(admin-username)
                   move sf-a-fld to api-player
                   move sf-amount to api-amount
                   perform 520-api-deposit
                   if api-response(1:7) not = "SUCCESS"
                       exit paragraph
                   end-if
                   move sf-a-fld to txn-player
                   move 0 to txn-balance
                   move admin-username to txn-counterparty
                   move sf-a-fld to mail-to
                   string 'Your held transfer of $' delimited size
                       function trim(disp-closure) delimited size
                       ' to ' delimited size
                       function trim(admin-username) delimited size
                       ' was refunded - that account has closed.'
                       delimited size
                       into mail-text
               when other
                   exit paragraph
           end-evaluate
           add 1 to shared-hit-count
           add 1 to closure-held-count
           move "XFERBACK" to txn-kind
           move sf-amount to txn-amount
           perform 262-post-txn-line
           move "ADMIN" to mail-from
           perform 600-post-mail
           move spaces to held-id-fld
           unstring shared-line delimited by '|'
               into held-id-fld
           end-unstring
           move spaces to shared-line
           string function trim(held-id-fld) delimited size
               '|' delimited size
               function trim(sf-a-fld) delimited size
               '|' delimited size
               function trim(sf-b-fld) delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               function trim(sf-d-fld) delimited size
               '|' delimited size
               function trim(sf-e-fld) delimited size
               '|' delimited size
               function trim(sf-f-fld) delimited size
               '|RETURNED|' delimited size
               function trim(sf-h-fld) delimited size
               '|' delimited size
               closure-date delimited size
               '|CLOSURE' delimited size
               into shared-line.

       292-append-side-line.
           open extend player-file
           if player-file-status not = "00"
               open output player-file
           end-if
           if player-file-status = "00"
               write player-file-record from side-line
           end-if
           close player-file.

       293-void-deed-offer.
           add 1 to shared-hit-count
           add 1 to closure-deed-offers
           if function trim(sf-b-fld) = function trim(admin-username)
               move sf-c-fld to mail-to
           else
               move sf-b-fld to mail-to
           end-if
           move "PROPERTY" to mail-from
           move spaces to mail-text
           string 'Deed offer ' delimited size
               function trim(sf-kind-fld) delimited size
               ' on ' delimited size
               function trim(sf-d-fld) delimited size
               ' was voided - ' delimited size
               function trim(admin-username) delimited size
               ' has closed.' delimited size
               into mail-text
           perform 600-post-mail
           move spaces to shared-line
           string function trim(sf-kind-fld) delimited size
               '|VOID|' delimited size
               function trim(sf-b-fld) delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               function trim(sf-d-fld) delimited size
               '|' delimited size
               function trim(sf-e-fld) delimited size
               '|' delimited size
               function trim(sf-f-fld) delimited size
               '|' delimited size
               function trim(sf-g-fld) delimited size
               '|' delimited size
               closure-date delimited size
               into shared-line.

       294-build-contract-line.
           move spaces to shared-line
           string function trim(sf-kind-fld) delimited size
               '|' delimited size
               function trim(p2p-new-status) delimited size
               '|' delimited size
               function trim(sf-b-fld) delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               function trim(sf-d-fld) delimited size
               '|' delimited size
               function trim(sf-e-fld) delimited size
               '|' delimited size
               function trim(sf-f-fld) delimited size
               '|' delimited size
               function trim(sf-g-fld) delimited size
               '|' delimited size
               function trim(sf-h-fld) delimited size
               '|' delimited size
               p2p-balance delimited size
               '|' delimited size
               function trim(sf-j-fld) delimited size
               '|' delimited size
               function trim(sf-k-fld) delimited size
               '|' delimited size
               function trim(p2p-due-fld) delimited size
               '|' delimited size
               function trim(sf-m-fld) delimited size
               into shared-line.

       295-settle-war-line.
           add 1 to shared-hit-count
           add 1 to closure-wars
           compute sf-amount = function numval(sf-d-fld)
           if function trim(sf-b-fld)
                   = function trim(closure-crew-name)
               move sf-c-fld to war-other-crew
           else
               move sf-b-fld to war-other-crew
           end-if
           move spaces to mail-text
           if sf-h-fld = "PENDING"
               move "DECLINED" to sf-h-fld
               move sf-amount to disp-closure
               string 'War ' delimited size
                   function trim(sf-b-fld) delimited size
                   ' v ' delimited size
                   function trim(sf-c-fld) delimited size
                   ' called off - ' delimited size
                   function trim(closure-crew-name) delimited size
                   ' disbanded. $' delimited size
                   function trim(disp-closure) delimited size
                   ' stake refunded.' delimited size
                   into mail-text
               move sf-b-fld to war-credit-crew
               move "WARREF" to war-credit-kind
               move sf-amount to war-credit-amount
               move sf-c-fld to war-credit-ref
               perform 297-queue-war-credit
               if function trim(war-other-crew)
                       = function trim(sf-c-fld)
                   move war-other-crew to war-credit-crew
                   move 0 to war-credit-amount
                   perform 297-queue-war-credit
               end-if
           else
               move "SETTLED" to sf-h-fld
               move war-other-crew to sf-k-fld
               if sf-i-fld = spaces
                   move "0" to sf-i-fld
               end-if
               if sf-j-fld = spaces
                   move "0" to sf-j-fld
               end-if
               compute war-credit-amount = sf-amount * 2
               move war-credit-amount to disp-closure
               string function trim(closure-crew-name) delimited size
                   ' disbanded - ' delimited size
                   function trim(war-other-crew) delimited size
                   ' wins the war by forfeit and takes $'
                   delimited size
                   function trim(disp-closure) delimited size
                   '.' delimited size
                   into mail-text
               move war-other-crew to war-credit-crew
               move "WARWIN" to war-credit-kind
               move closure-crew-name to war-credit-ref
               perform 297-queue-war-credit
           end-if
           move spaces to shared-line
           string 'WAR|' delimited size
               function trim(sf-a-fld) delimited size
               '|' delimited size
               function trim(sf-b-fld) delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               function trim(sf-d-fld) delimited size
               '|' delimited size
               function trim(sf-e-fld) delimited size
               '|' delimited size
               function trim(sf-f-fld) delimited size
               '|' delimited size
               function trim(sf-g-fld) delimited size
               '|' delimited size
               function trim(sf-h-fld) delimited size
               '|' delimited size
               function trim(sf-i-fld) delimited size
               '|' delimited size
               function trim(sf-j-fld) delimited size
               '|' delimited size
               function trim(sf-k-fld) delimited size
               into shared-line.

       296-apply-war-credit.
           if function trim(wq-crew(wq-idx))
                   not = function trim(sf-a-fld)
               exit paragraph
           end-if
           if sf-kind-fld = "MEMBER"
               move sf-b-fld to mail-to
               move "CREWWARS" to mail-from
               move wq-text(wq-idx) to mail-text
               perform 600-post-mail
               exit paragraph
           end-if
           if wq-amount(wq-idx) = 0
               exit paragraph
           end-if
           add 1 to shared-hit-count
           compute war-treasury =
               function numval(sf-b-fld) + wq-amount(wq-idx)
           move war-treasury to war-treasury-disp
           move war-treasury-disp to sf-b-fld
           move spaces to shared-line
           string 'CREW|' delimited size
               function trim(sf-a-fld) delimited size
               '|' delimited size
               war-treasury delimited size
               '|' delimited size
               function trim(sf-c-fld) delimited size
               '|' delimited size
               function trim(sf-d-fld) delimited size
               into shared-line
           accept side-time from time
           move "./NGM/logs/crew_ledger.dat" to player-file-path
           move spaces to side-line
           string function trim(sf-a-fld) delimited size
               '|' delimited size
               closure-date delimited size
               '|' delimited size
               side-time delimited size
               '|' delimited size
               function trim(wq-kind(wq-idx)) delimited size
               '|CREWWARS|' delimited size
               wq-amount(wq-idx) delimited size
               '|' delimited size
               function trim(war-treasury-disp) delimited size
               '|' delimited size
               function trim(wq-ref(wq-idx)) delimited size
               '|' delimited size
               into side-line
           perform 292-append-side-line.

       297-queue-war-credit.
           if wq-count < 20
               add 1 to wq-count
               move war-credit-crew to wq-crew(wq-count)
               move war-credit-kind to wq-kind(wq-count)
               move war-credit-amount to wq-amount(wq-count)
               move war-credit-ref to wq-ref(wq-count)
               move mail-text to wq-text(wq-count)
           end-if.

       298-append-p2p-ledger.
           accept side-time from time
           move "./NGM/logs/p2p_ledger.dat" to player-file-path
           move spaces to side-line
           string function trim(sf-kind-fld) delimited size
               '|' delimited size
               closure-date delimited size
               '|' delimited size
               side-time delimited size
               '|' delimited size
               function trim(p2p-ledger-kind) delimited size
               '|' delimited size
               p2p-ledger-amount delimited size
               '|' delimited size
               p2p-balance delimited size
               '|' delimited size
               function trim(p2p-ledger-note) delimited size
               into side-line
           perform 292-append-side-line.

       299-append-bid-row.
           accept side-time from time
           move "./NGM/data/auction_bids.dat" to player-file-path
           move spaces to side-line
           string 'REL|' delimited size
               function trim(sf-i-fld) delimited size
               '|' delimited size
               function trim(admin-username) delimited size
               '|' delimited size
               sf-amount(2:6) delimited size
               '|' delimited size
               closure-date delimited size
               '|' delimited size
               side-time delimited size
               into side-line
           perform 292-append-side-line.

       300-view-hack-log.
           display erase screen
           display function trim(mt-hack-log-query trailing) at 0202
           display function trim(mt-leave-any-filter trailing) at 0302
           display function trim(mt-attacker trailing) at 0502
           move spaces to qy-attacker-filter
           accept qy-attacker-filter at 0513
           display function trim(mt-target trailing) at 0602
           move spaces to qy-target-filter
           accept qy-target-filter at 0613
           display function trim(mt-outcome-s-f trailing) at 0702
           move spaces to qy-outcome-filter
           accept qy-outcome-filter at 0718
           display function trim(mt-date-from-yyyymmdd trailing) at 0802
           move spaces to qy-date-from
           accept qy-date-from at 0825
           display function trim(mt-date-to-yyyymmdd trailing) at 0902
           move spaces to qy-date-to
           accept qy-date-to at 0925
           display function trim(mt-month-slice-yyyymm trailing) at 1002
           move spaces to qy-month-filter
           accept qy-month-filter at 1036
           if qy-month-filter = spaces
               move "./NGM/logs/hack_log.dat" to hack-log-path
           else
               move spaces to hack-log-path
               string './NGM/logs/hack_' delimited size
                   qy-month-filter(1:6) delimited size
                   '.dat' delimited size
                   into hack-log-path
           end-if
           perform 305-run-hack-query
           if qy-match-count = 0
               display function trim(mt-no-log-lines trailing) at 1102
               display function trim(mt-press-any-key trailing) at 1302
               accept user-input at 1329
               perform 100-admin-menu
           end-if
           compute qy-pages =
               (qy-match-count + qy-page-size - 1) / qy-page-size
           move 1 to qy-page
           move "N" to qy-nav-done
           perform 330-show-query-page
               until qy-is-done
           perform 100-admin-menu.

       305-run-hack-query.
           move 0 to qy-attempts qy-successes qy-match-count
               qy-name-count qy-rate qy-dropped-count
           move "N" to eof-switch
           open input hack-log-file
           if hack-log-status = "00"
               perform 310-judge-log-line
                   until end-of-log
               close hack-log-file
           end-if
           if qy-attempts > 0
               compute qy-rate = qy-successes * 100 / qy-attempts
           end-if
           perform 325-find-top-names.

       310-judge-log-line.
           perform 320-read-log-line
           if not end-of-log
               move spaces to qy-attacker qy-target qy-level
                   qy-outcome qy-time-fld qy-date-fld
               unstring hack-log-record delimited by '|'
                   into qy-attacker qy-target qy-level
                       qy-outcome qy-time-fld qy-date-fld
               end-unstring
               perform 315-apply-filters
               if qy-line-matches
                   add 1 to qy-attempts
                   if qy-outcome = "SUCCESS"
                       add 1 to qy-successes
                   end-if
                   perform 321-count-names
                   if qy-match-count < 200
                       add 1 to qy-match-count
                       move hack-log-record
                           to qy-match-line(qy-match-count)
                   else
                       add 1 to qy-dropped-count
                   end-if
               end-if
           end-if.

       315-apply-filters.
           move "Y" to qy-match-switch
           if qy-attacker-filter not = spaces
               and function trim(qy-attacker)
                   not = function trim(qy-attacker-filter)
               move "N" to qy-match-switch
           end-if
           if qy-target-filter not = spaces
               and function trim(qy-target)
                   not = function trim(qy-target-filter)
               move "N" to qy-match-switch
           end-if
           if qy-outcome-filter = 'S'
               and qy-outcome not = "SUCCESS"
               move "N" to qy-match-switch
           end-if
           if qy-outcome-filter = 'F'
               and qy-outcome not = "FAILURE"
               move "N" to qy-match-switch
           end-if
           if qy-date-from not = spaces
               and qy-date-fld < qy-date-from
               move "N" to qy-match-switch
           end-if
           if qy-date-to not = spaces
               and qy-date-fld > qy-date-to
               move "N" to qy-match-switch
           end-if.

       320-read-log-line.
           read hack-log-file
               at end move "Y" to eof-switch
           end-read.

       321-count-names.
           move "N" to qy-name-found-switch
           perform varying qy-name-idx from 1 by 1
                   until qy-name-idx > qy-name-count
                   or qy-name-found
               if qy-name(qy-name-idx) = qy-attacker
                   move "Y" to qy-name-found-switch
                   add 1 to qy-atk-count(qy-name-idx)
               end-if
           end-perform
           if not qy-name-found and qy-name-count < 20
               add 1 to qy-name-count
               move qy-attacker to qy-name(qy-name-count)
               move 1 to qy-atk-count(qy-name-count)
               move 0 to qy-vic-count(qy-name-count)
           end-if
           move "N" to qy-name-found-switch
           perform varying qy-name-idx from 1 by 1
                   until qy-name-idx > qy-name-count
                   or qy-name-found
               if qy-name(qy-name-idx) = qy-target
                   move "Y" to qy-name-found-switch
                   add 1 to qy-vic-count(qy-name-idx)
               end-if
           end-perform
           if not qy-name-found and qy-name-count < 20
               add 1 to qy-name-count
               move qy-target to qy-name(qy-name-count)
               move 0 to qy-atk-count(qy-name-count)
               move 1 to qy-vic-count(qy-name-count)
           end-if.

       325-find-top-names.
           move spaces to qy-top-attacker qy-top-victim
           move 0 to qy-top-atk-count qy-top-vic-count
           perform varying qy-name-idx from 1 by 1
                   until qy-name-idx > qy-name-count
               if qy-atk-count(qy-name-idx) > qy-top-atk-count
                   move qy-atk-count(qy-name-idx)
                       to qy-top-atk-count
                   move qy-name(qy-name-idx) to qy-top-attacker
               end-if
               if qy-vic-count(qy-name-idx) > qy-top-vic-count
                   move qy-vic-count(qy-name-idx)
                       to qy-top-vic-count
                   move qy-name(qy-name-idx) to qy-top-victim
               end-if
           end-perform.

       330-show-query-page.
           display erase screen
           display function trim(mt-hack-log-query-2 trailing) at 0202
           move qy-attempts to disp-qy-count
           display function trim(mt-attempts trailing) at 0302
           display disp-qy-count at 0312
           move qy-successes to disp-qy-count
           display function trim(mt-successes trailing) at 0320
           display disp-qy-count at 0331
           move qy-rate to disp-qy-rate
           display function trim(mt-rate trailing) at 0340
           display disp-qy-rate at 0346
           display '%' at 0350
           display function trim(mt-most-active trailing) at 0402
           display function trim(qy-top-attacker) at 0424
           display function trim(mt-most-hit-victim trailing) at 0502
           display function trim(qy-top-victim) at 0524
           if qy-dropped-count > 0
               move qy-dropped-count to disp-qy-count
               display disp-qy-count at 0602
               display function trim(mt-more-lines-not trailing)
                   at 0608
           end-if
           compute qy-page-start =
               ((qy-page - 1) * qy-page-size) + 1
           compute qy-page-end = qy-page-start + qy-page-size - 1
           if qy-page-end > qy-match-count
               move qy-match-count to qy-page-end
           end-if
           move qy-page-start to qy-idx
           perform 335-show-query-row
               until qy-idx > qy-page-end
           move qy-page to disp-qy-page
           display function trim(mt-page trailing) at 2002
           display disp-qy-page at 2008
           display function trim(mt-of trailing) at 2011
           move qy-pages to disp-qy-page
           display disp-qy-page at 2016
           display function trim(mt-n-next-p-prev trailing) at 2102
           accept user-input at 2136
           evaluate user-input
               when 'N'
               when 'n'
                   if qy-page < qy-pages
                       add 1 to qy-page
                   end-if
               when 'P'
               when 'p'
                   if qy-page > 1
                       subtract 1 from qy-page
                   end-if
               when other
                   move "Y" to qy-nav-done
           end-evaluate.

       335-show-query-row.
           compute qy-row = qy-idx - qy-page-start + 7
           display qy-match-line(qy-idx)(1:70)
               at line qy-row column 2
           add 1 to qy-idx.

       400-batch-corrections.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-batch-corrections trailing) at 0202
           display function trim(mt-reading-ngm-data trailing) at 0402
           move 0 to corr-line-count corr-applied-count
               corr-reject-count
           move "N" to corr-eof-switch
           open input corrections-file
           if corrections-status not = "00"
               display function trim(mt-could-not-open-2 trailing)
                   at 0602
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           open output exception-file
           if exception-status not = "00"
               close corrections-file
               display function trim(mt-could-not-open-3 trailing)
                   at 0602
               display function trim(mt-make-sure-reports trailing)
                   at 0702
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           perform 410-process-correction
               until end-of-corrections
           close corrections-file
           close exception-file
           move corr-applied-count to disp-corr-count
           display function trim(mt-corrections-applied trailing)
               at 0602
               disp-corr-count at 0623
           move queued-count to disp-corr-count
           display function trim(mt-queued-for-approval trailing)
               at 0640
               disp-corr-count at 0661
           move corr-reject-count to disp-corr-count
           display function trim(mt-rows-rejected trailing) at 0702
               disp-corr-count at 0723
           display function trim(mt-exceptions-written trailing) at 0802
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       410-process-correction.
           read corrections-file
               at end move "Y" to corr-eof-switch
           end-read
           if not end-of-corrections
               add 1 to corr-line-count
               move spaces to corr-user-fld corr-field-fld
                   corr-value-fld corr-reason-fld
               unstring corrections-record delimited by '|'
                   into corr-user-fld corr-field-fld
                       corr-value-fld corr-reason-fld
               end-unstring
               move spaces to corr-error-text
               move "N" to corr-queued-switch
               perform 420-validate-correction
               if corr-error-text = spaces
                   perform 430-apply-correction
               end-if
               if corr-was-queued
                   continue
               else
               if corr-error-text = spaces
                   add 1 to corr-applied-count
               else
                   add 1 to corr-reject-count
                   perform 440-write-exception
               end-if
               end-if
           end-if.

       420-validate-correction.
           if function trim(corr-user-fld) = spaces
               move "MISSING USERNAME" to corr-error-text
           end-if
           if corr-error-text = spaces
               and corr-field-fld not = "BANK"
               and corr-field-fld not = "HACKCOUNT"
               and corr-field-fld not = "SHIELDS"
               and corr-field-fld not = "PASSES"
               and corr-field-fld not = "STAMINA"
               and corr-field-fld not = "STATS"
               move "UNKNOWN FIELD" to corr-error-text
           end-if
           if corr-error-text = spaces
               and corr-field-fld not = "STATS"
               perform 425-validate-value
               if not corr-value-valid
                   move "VALUE NOT NUMERIC" to corr-error-text
               end-if
           end-if.

       425-validate-value.
           move "Y" to value-ok-switch
           if function trim(corr-value-fld) = spaces
               move "N" to value-ok-switch
           end-if
           perform varying value-char-idx from 1 by 1
                   until value-char-idx > 10
               if corr-value-fld(value-char-idx:1) not = space
                   and corr-value-fld(value-char-idx:1) not = '-'
                   and (corr-value-fld(value-char-idx:1) < '0'
                       or corr-value-fld(value-char-idx:1) > '9')
                   move "N" to value-ok-switch
               end-if
           end-perform.

       430-apply-correction.
           move corr-user-fld to admin-username
           perform 500-api-getuser
           if api-response(1:7) not = "SUCCESS"
               move "PLAYER NOT FOUND" to corr-error-text
           else
               compute corr-value-num =
                   function numval(corr-value-fld)
               move corr-reason-fld to audit-reason
               move corr-field-fld to audit-field
               move corr-value-fld to audit-new-value
               evaluate corr-field-fld
                   when "BANK"
                       move user-bank to audit-old-value
                       compute correction-delta =
                           corr-value-num - user-bank
                       if correction-delta < 0
                           compute correction-delta =
                               0 - correction-delta
                       end-if
                       if correction-delta > approval-threshold
                           move corr-reason-fld to audit-reason
                           move "BANK" to audit-field
                           move corr-value-fld to audit-new-value
                           perform 910-queue-for-approval
                           add 1 to queued-count
                           move "Y" to corr-queued-switch
                           exit paragraph
                       end-if
                       move corr-value-num to user-bank
                   when "HACKCOUNT"
                       move hack-count to audit-old-value
                       move corr-value-num to hack-count
                   when "SHIELDS"
                       move hack-shield-count to audit-old-value
                       move corr-value-num to hack-shield-count
                   when "PASSES"
                       move overtime-pass-count to audit-old-value
                       move corr-value-num to overtime-pass-count
                   when "STAMINA"
                       move stamina to audit-old-value
                       move corr-value-num to stamina
                   when "STATS"
                       move hacking-level to audit-old-value
                       move "1" to audit-new-value
                       move 1 to hacking-level security-level
                           job-level
                       move 0 to hack-count
               end-evaluate
               perform 510-api-updateuser
               if api-response(1:7) = "SUCCESS"
                   perform 610-write-audit
               end-if
               if api-response(1:7) not = "SUCCESS"
                   move "SERVER UPDATE FAILED" to corr-error-text
               else
                   move admin-username to mail-to
                   move "ADMIN" to mail-from
                   move spaces to mail-text
                   string 'Account corrected (' delimited size
                       function trim(corr-field-fld) delimited size
                       '): ' delimited size
                       function trim(corr-reason-fld) delimited size
                       into mail-text
                   perform 600-post-mail
               end-if
           end-if.

       440-write-exception.
           move spaces to exception-record
           string 'LINE ' delimited size
               corr-line-count delimited size
               ' ' delimited size
               corr-user-fld delimited size
               ' ' delimited size
               corr-field-fld delimited size
               ' ' delimited size
               corr-error-text delimited size
               into exception-record
           write exception-record.

       500-api-getuser.
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py GETUSER ' delimited size
               function trim(admin-username) delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response
           if api-response(1:7) = "SUCCESS"
               move function numval(api-response(15:7))
                   to user-bank
               move function numval(api-response(23:3))
                   to hacking-level
               move function numval(api-response(27:3))
                   to security-level
               move function numval(api-response(31:3))
                   to job-level
               move function numval(api-response(35:3))
                   to hack-count
               move function numval(api-response(48:3))
                   to prestige-count
               move function numval(api-response(52:2))
                   to hack-shield-count
               move function numval(api-response(55:2))
                   to overtime-pass-count
               move function numval(api-response(58:3))
                   to stamina
               move function numval(api-response(62:8))
                   to last-work-date
               move function numval(api-response(71:6))
                   to user-money
           end-if.

       510-api-updateuser.
           perform 591-generate-ticket
           move user-money to money-arg
           move spaces to api-command
           string 'py ./NGM/api.py UPDATEUSER ' delimited size
               function trim(admin-username) delimited size
               ' ' delimited size
               user-bank delimited size
               ' ' delimited size
               hacking-level delimited size
               ' ' delimited size
               security-level delimited size
               ' ' delimited size
               job-level delimited size
               ' 0 ' delimited size
               prestige-count delimited size
               ' ' delimited size
               hack-shield-count delimited size
               ' ' delimited size
               overtime-pass-count delimited size
               ' ' delimited size
               stamina delimited size
               ' ' delimited size
               last-work-date delimited size
               ' ' delimited size
               function trim(money-arg) delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response
           if api-response(1:7) = "SUCCESS"
               display function trim(mt-saved trailing) at 1402
           else
               display function trim(mt-warning-could-not trailing)
                   at 1402
           end-if.

       520-api-deposit.
           perform 594-generate-player-ticket
           move spaces to api-command
           string 'py ./NGM/api.py DEPOSIT ' delimited size
               function trim(api-player) delimited size
               ' ' delimited size
               api-amount delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response.

       525-api-lock-password.
           accept ticket-clock from time
           move spaces to closure-new-pass
           string 'X' delimited size
               ticket-clock delimited size
               closure-date(7:2) delimited size
               into closure-new-pass
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py CHANGEPASS ' delimited size
               function trim(admin-username) delimited size
               ' ' delimited size
               function trim(closure-new-pass) delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response.

       530-api-renameuser.
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py RENAMEUSER ' delimited size
               function trim(rename-old-name) delimited size
               ' ' delimited size
               function trim(rename-new-name) delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response.

       535-api-withdraw.
           perform 594-generate-player-ticket
           move spaces to api-command
           string 'py ./NGM/api.py WITHDRAW ' delimited size
               function trim(api-player) delimited size
               ' ' delimited size
               api-amount delimited size
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
               function trim(admin-username) delimited size
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

       594-generate-player-ticket.
           accept ticket-clock from time
           add 1 to ticket-seq
           if ticket-seq > 99
               move 0 to ticket-seq
           end-if
           compute ticket-number = ticket-clock * 100 + ticket-seq
           move ticket-number to ticket-text
           move spaces to api-response-path
           string './NGM/logs/api_response_' delimited size
               function trim(api-player) delimited size
               '_' delimited size
               ticket-text delimited size
               '.dat' delimited size
               into api-response-path.

       600-post-mail.
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
           if notify-category = spaces
               move mail-from to notify-category
           end-if
           perform 605-spool-notice.

       605-spool-notice.
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

       350-view-audit-trail.
           display erase screen
           display function trim(mt-admin-audit-trail trailing) at 0202
           display function trim(mt-operator-date-time trailing)
               at 0302
           move "N" to audit-eof-switch
           open input audit-file
           if audit-status = "00"
               perform 360-print-audit-lines
               close audit-file
           else
               display function trim(mt-no-audit-records trailing)
                   at 0502
           end-if
           display function trim(mt-press-any-key trailing) at 1802
           accept user-input at 1829
           perform 100-admin-menu.

       360-print-audit-lines.
           perform 370-read-audit-line
           perform until end-of-audit
               display audit-record
               perform 370-read-audit-line
           end-perform.

       370-read-audit-line.
           read audit-file
               at end move "Y" to audit-eof-switch
           end-read.

       700-export-players.
           display erase screen
           display function trim(mt-export-all-players trailing) at 0202
           accept export-date from date yyyymmdd
           move spaces to export-path
           string './reports/player_export_' delimited size
               export-date delimited size
               '.dat' delimited size
               into export-path
           open output export-file
           if export-status not = "00"
               display function trim(mt-could-not-open-4 trailing)
                   at 0402
               display function trim(mt-make-sure-reports trailing)
                   at 0502
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           move spaces to export-record
           string '* NGM PLAYER EXPORT ' delimited size
               export-date delimited size
               into export-record
           write export-record
           move spaces to export-record
           string '* FIELDS: USERNAME|BANK|HACKLVL|SECLVL|JOBLVL|'
               delimited size
               'HACKCOUNT|PRESTIGE|SHIELDS|PASSES|STAMINA|'
               delimited size
               'LASTWORK|WALLET' delimited size
               into export-record
           write export-record
           move 0 to export-count
           move 1 to hs-page
           move 1 to hs-pages
           display function trim(mt-exporting trailing) at 0402
           perform 710-export-page
               until hs-page > hs-pages
           close export-file
           move export-count to disp-exp-count
           display function trim(mt-players-exported trailing) at 0602
               disp-exp-count at 0620
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       710-export-page.
           perform 720-load-directory-page
           if api-response(1:7) = "SUCCESS"
               perform 730-export-one-player
                   varying hs-idx from 1 by 1
                   until hs-idx > hs-page-size
           else
               move 0 to hs-pages
           end-if
           add 1 to hs-page.

       720-load-directory-page.
           perform 592-generate-hs-ticket
           move spaces to api-command
           string 'py ./NGM/api.py HIGHSCORES ' delimited size
               function trim(operator-id) delimited size
               ' ' delimited size
               hs-page delimited size
               ' CAT BANK TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response
           if api-response(1:7) = "SUCCESS"
               move function numval(api-response(20:3)) to hs-total
               compute hs-pages =
                   (hs-total + hs-page-size - 1) / hs-page-size
               if hs-pages = 0
                   move 1 to hs-pages
               end-if
               move 36 to hs-pos
               perform varying hs-idx from 1 by 1
                       until hs-idx > hs-page-size
                   move api-response(hs-pos:20)
                       to hs-name-entry(hs-idx)
                   add 29 to hs-pos
               end-perform
           end-if.

       730-export-one-player.
           if hs-name-entry(hs-idx) not = spaces
               move hs-name-entry(hs-idx) to admin-username
               perform 500-api-getuser
               if api-response(1:7) = "SUCCESS"
                   add 1 to export-count
                   move user-money to money-arg
                   move spaces to export-line
                   string function trim(admin-username)
                       delimited size
                       '|' delimited size
                       user-bank delimited size
                       '|' delimited size
                       hacking-level delimited size
                       '|' delimited size
                       security-level delimited size
                       '|' delimited size
                       job-level delimited size
                       '|' delimited size
                       hack-count delimited size
                       '|' delimited size
                       prestige-count delimited size
                       '|' delimited size
                       hack-shield-count delimited size
                       '|' delimited size
                       overtime-pass-count delimited size
                       '|' delimited size
                       stamina delimited size
                       '|' delimited size
                       last-work-date delimited size
                       '|' delimited size
                       user-money delimited size
                       into export-line
                   write export-record from export-line
               end-if
           end-if.

       750-restore-players.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-restore-from-export trailing)
               at 0202
           display function trim(mt-export-file-path trailing) at 0402
           accept restore-path at 0421
           move "N" to restore-eof-switch
           move 0 to restore-count restore-fail-count
               verify-fail-count
           open input restore-file
           if restore-status not = "00"
               display function trim(mt-could-not-open-5 trailing)
                   at 0602
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-restoring trailing) at 0602
           perform 760-restore-one-line
               until end-of-restore
           close restore-file
           move restore-count to disp-exp-count
           display function trim(mt-players-restored trailing) at 0802
               disp-exp-count at 0820
           move restore-fail-count to disp-exp-count
           display function trim(mt-update-failures trailing) at 0902
               disp-exp-count at 0920
           move verify-fail-count to disp-exp-count
           display function trim(mt-verify-failures trailing) at 1002
               disp-exp-count at 1020
           display function trim(mt-press-any-key trailing) at 1202
           accept user-input at 1229
           perform 100-admin-menu.

       760-restore-one-line.
           read restore-file
               at end move "Y" to restore-eof-switch
           end-read
           if not end-of-restore
               if restore-record(1:1) not = '*'
                   and restore-record not = spaces
                   perform 770-apply-restore-line
               end-if
           end-if.

       770-apply-restore-line.
           move spaces to rx-user-fld rx-bank-fld rx-hack-fld
               rx-sec-fld rx-job-fld rx-count-fld rx-prestige-fld
               rx-shield-fld rx-pass-fld rx-stamina-fld
               rx-lastwork-fld rx-wallet-fld
           unstring restore-record delimited by '|'
               into rx-user-fld rx-bank-fld rx-hack-fld
                   rx-sec-fld rx-job-fld rx-count-fld
                   rx-prestige-fld rx-shield-fld rx-pass-fld
                   rx-stamina-fld rx-lastwork-fld rx-wallet-fld
           end-unstring
           move rx-user-fld to admin-username
           compute user-bank = function numval(rx-bank-fld)
           compute hacking-level = function numval(rx-hack-fld)
           compute security-level = function numval(rx-sec-fld)
           compute job-level = function numval(rx-job-fld)
           compute hack-count = function numval(rx-count-fld)
           compute prestige-count =
               function numval(rx-prestige-fld)
           compute hack-shield-count =
               function numval(rx-shield-fld)
           compute overtime-pass-count =
               function numval(rx-pass-fld)
           compute stamina = function numval(rx-stamina-fld)
           compute last-work-date =
               function numval(rx-lastwork-fld)
           compute user-money = function numval(rx-wallet-fld)
           perform 510-api-updateuser
           if api-response(1:7) = "SUCCESS"
               add 1 to restore-count
               move user-bank to verify-bank
               perform 500-api-getuser
               if api-response(1:7) not = "SUCCESS"
                   or user-bank not = verify-bank
                   add 1 to verify-fail-count
               end-if
           else
               add 1 to restore-fail-count
           end-if.

       800-maintenance-mode.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-maintenance-mode trailing) at 0202
           perform 810-read-maint-flag
           if maintenance-on
               display function trim(mt-maintenance trailing) at 0402
               display function trim(maint-reason) at 0502
           else
               display function trim(mt-maintenance-2 trailing) at 0402
           end-if
           display function trim(mt-1-turn-on-2 trailing) at 0702
           display function trim(mt-any-other-key trailing) at 0802
           accept user-input at 0829
           evaluate user-input
               when '1'
                   display function trim(mt-reason-shown-2 trailing)
                       at 1002
                   accept maint-reason at 1028
                   move "Y" to maint-flag
                   perform 820-write-maint-flag
                   display function trim(mt-maintenance-mode-2 trailing)
                       at 1202
                   accept user-input at 1227
               when '2'
                   move "N" to maint-flag
                   move spaces to maint-reason
                   perform 820-write-maint-flag
                   display function trim(mt-maintenance-mode-3 trailing)
                       at 1202
                   accept user-input at 1228
               when other
                   continue
           end-evaluate
           perform 100-admin-menu.

       810-read-maint-flag.
           move "N" to maint-flag
           move spaces to maint-reason
           open input maint-file
           if maint-status = "00"
               read maint-file into maint-line
                   at end continue
               end-read
               close maint-file
               move spaces to mt-kind-fld mt-flag-fld mt-reason-fld
               unstring maint-line delimited by '|'
                   into mt-kind-fld mt-flag-fld mt-reason-fld
               end-unstring
               if mt-kind-fld = "MAINT" and mt-flag-fld = "Y"
                   move "Y" to maint-flag
                   move mt-reason-fld to maint-reason
               end-if
           end-if.

       820-write-maint-flag.
           open output maint-file
           if maint-status = "00"
               move spaces to maint-line
               string 'MAINT' delimited size
                   '|' delimited size
                   maint-flag delimited size
                   '|' delimited size
                   function trim(maint-reason) delimited size
                   into maint-line
               write maint-record from maint-line
               close maint-file
           end-if.

       830-tunables-screen.
           perform 831-load-tunable-table
           display erase screen
           display function trim(mt-game-tunables trailing) at 0202
           display function trim(mt-key-current-min-max trailing)
               at 0302
           display function trim(mt-default trailing) at 0354
           move 3 to tr-row
           perform 834-show-tunable-row
               varying tr-idx from tr-page-start by 1
               until tr-idx > tr-count or tr-row > 17
           if tr-count = 0
               display function trim(mt-the-tunable-range trailing)
                   at 0402
           end-if
           display function trim(mt-change-waiting trailing)
               at 1902
           display function trim(mt-key-to-change-n trailing)
               at 2002
           display function trim(mt-blank-back trailing) at 2102
           move spaces to tune-key
           accept tune-key at 2116
           move function upper-case(tune-key) to tune-key
           evaluate tune-key
               when spaces
                   perform 100-admin-menu
               when "N"
                   add 15 to tr-page-start
                   if tr-page-start > tr-count
                       move 1 to tr-page-start
                   end-if
               when "S"
                   perform 840-scheduled-tunables
               when other
                   perform 835-propose-tunable
           end-evaluate
           perform 830-tunables-screen.

       831-load-tunable-table.
           move 0 to tr-count
           move "N" to tune-eof-switch
           open input tune-ranges-file
           if tune-ranges-status = "00"
               perform 832-read-range-line
                   until end-of-tune-file
               close tune-ranges-file
           end-if
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 833-read-current-line
                   until end-of-tunables
               close tunables-file
           end-if
           move "N" to tune-eof-switch
           open input tune-pending-file
           if tune-pending-status = "00"
               perform 837-mark-open-change
                   until end-of-tune-file
               close tune-pending-file
           end-if.

       832-read-range-line.
           read tune-ranges-file into tune-line
               at end move "Y" to tune-eof-switch
           end-read
           if end-of-tune-file or tr-count >= 80
               exit paragraph
           end-if
           move spaces to tr-key-fld tr-type-fld tr-min-fld
               tr-max-fld tr-default-fld
           unstring tune-line delimited by '|'
               into tr-key-fld tr-type-fld tr-min-fld tr-max-fld
                   tr-default-fld
           end-unstring
           if tr-key-fld = spaces
               exit paragraph
           end-if
           add 1 to tr-count
           move tr-key-fld to tr-key(tr-count)
           move tr-type-fld to tr-type(tr-count)
           move tr-min-fld to tr-min-text(tr-count)
           move tr-max-fld to tr-max-text(tr-count)
           move 0 to tr-min(tr-count) tr-max(tr-count)
           if tr-type-fld = "NUM"
               compute tr-min(tr-count) = function numval(tr-min-fld)
               compute tr-max(tr-count) = function numval(tr-max-fld)
           end-if
           move tr-default-fld to tr-default(tr-count)
           move spaces to tr-current(tr-count) tr-marker(tr-count).

       833-read-current-line.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if end-of-tunables
               exit paragraph
           end-if
           move spaces to tunable-name tunable-value-fld
           unstring tunables-record delimited by '|'
               into tunable-name tunable-value-fld
           end-unstring
           move tunable-name to tune-key
           perform 838-find-tunable
           if tr-key-found
               move tunable-value-fld to tr-current(tr-idx)
           end-if.

       834-show-tunable-row.
           add 1 to tr-row
           display tr-key(tr-idx) at line tr-row column 2
           if tr-current(tr-idx) = spaces
               display '-' at line tr-row column 23
           else
               display tr-current(tr-idx) at line tr-row column 23
           end-if
           display tr-min-text(tr-idx) at line tr-row column 34
           display tr-max-text(tr-idx) at line tr-row column 44
           display tr-default(tr-idx) at line tr-row column 54
           display tr-marker(tr-idx) at line tr-row column 65.

       835-propose-tunable.
           perform 838-find-tunable
           if not tr-key-found
               display function trim(mt-that-key-is-not trailing)
                   at 2202
               accept user-input at 2240
               exit paragraph
           end-if
           display erase screen
           display function trim(mt-change-a-tunable trailing) at 0202
           display function trim(mt-key trailing) at 0402 tr-key(tr-idx)
               at 0412
           display function trim(mt-current trailing) at 0502
               tr-current(tr-idx) at 0512
           display function trim(mt-allowed trailing) at 0602
               tr-min-text(tr-idx) at 0612
               function trim(mt-to trailing) at 0622 tr-max-text(tr-idx)
               at 0626
           display function trim(mt-default-2 trailing) at 0702
               tr-default(tr-idx) at 0712
           display function trim(mt-new-value trailing) at 0902
           move spaces to tune-value-fld
           accept tune-value-fld at 0914
           perform 836-validate-tunable-value
           if not tune-value-ok
               display function trim(mt-outside-the-allowed trailing)
                   at 1402
               accept user-input at 1444
               exit paragraph
           end-if
           accept tune-today from date yyyymmdd
           compute tune-tomorrow = function date-of-integer(
               function integer-of-date(tune-today) + 1)
           display function trim(mt-effective-date trailing)
               at 1002
           move spaces to tune-eff-fld
           accept tune-eff-fld at 1048
           if tune-eff-fld = spaces
               move tune-tomorrow to tune-eff-date
           else
               if tune-eff-fld is not numeric
                   display function trim(mt-that-is-not-3 trailing)
                       at 1402
                   accept user-input at 1437
                   exit paragraph
               end-if
               move tune-eff-fld to tune-eff-date
           end-if
           if tune-eff-date <= tune-today
               display function trim(mt-changes-start trailing)
                   at 1402
               display function trim(mt-pick-tomorrow trailing) at 1502
               accept user-input at 1527
               exit paragraph
           end-if
           display function trim(mt-reason trailing) at 1102
           move spaces to audit-reason
           accept audit-reason at 1110
           move tr-current(tr-idx) to tune-old-value
           if tune-old-value = spaces
               move tr-default(tr-idx) to tune-old-value
           end-if
           move "tunables" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-tunables-are-busy trailing)
                   at 1402
               accept user-input at 1434
               exit paragraph
           end-if
           accept tune-now-time from time
           move spaces to tune-line
           string tune-today delimited size
               tune-now-time delimited size
               '|' delimited size
               function trim(tr-key(tr-idx)) delimited size
               '|' delimited size
               function trim(tune-value-fld) delimited size
               '|' delimited size
               tune-eff-date delimited size
               '|PROPOSED|' delimited size
               function trim(tune-old-value) delimited size
               '|' delimited size
               function trim(operator-id) delimited size
               '|||' delimited size
               function trim(audit-reason) delimited size
               into tune-line
           open extend tune-pending-file
           if tune-pending-status not = "00"
               open output tune-pending-file
           end-if
           if tune-pending-status = "00"
               write tune-pending-record from tune-line
               close tune-pending-file
           end-if
           perform 622-release-lock
           move tr-key(tr-idx) to admin-username
           move "TUNE-PROPOSE" to audit-field
           move tune-old-value to audit-old-value
           move tune-value-fld to audit-new-value
           perform 610-write-audit
           display function trim(mt-change-proposed trailing) at 1402
               tune-eff-date at 1422
           display function trim(mt-a-different trailing) at 1502
           display function trim(mt-under-s-cheduled trailing) at 1602
           accept user-input at 1620.

       836-validate-tunable-value.
           move "N" to tune-valid-switch
           move function upper-case(tune-value-fld) to tune-value-fld
           if tr-type(tr-idx) = "LANG"
               if tune-value-fld = tr-min-text(tr-idx)
                   or tune-value-fld = tr-max-text(tr-idx)
                   move "Y" to tune-valid-switch
               end-if
               exit paragraph
           end-if
           if tune-value-fld = spaces
               or function test-numval(tune-value-fld) not = 0
               exit paragraph
           end-if
           if function numval(tune-value-fld) not =
                   function integer(function numval(tune-value-fld))
               exit paragraph
           end-if
           compute tune-value = function numval(tune-value-fld)
           if tune-value >= tr-min(tr-idx)
               and tune-value <= tr-max(tr-idx)
               move "Y" to tune-valid-switch
               perform 839-trim-leading-zeros
           end-if.

       837-mark-open-change.
           read tune-pending-file into tune-line
               at end move "Y" to tune-eof-switch
           end-read
           if end-of-tune-file
               exit paragraph
           end-if
           perform 842-split-pending-line
           if tp-state = "PROPOSED" or tp-state = "SCHEDULED"
               move tp-key to tune-key
               perform 838-find-tunable
               if tr-key-found
                   move '*' to tr-marker(tr-idx)
               end-if
           end-if.

       838-find-tunable.
           move "N" to tr-found-switch
           perform 841-match-tunable
               varying tr-idx from 1 by 1
               until tr-idx > tr-count or tr-key-found
           if tr-key-found
               subtract 1 from tr-idx
           end-if.

       839-trim-leading-zeros.
           move tune-value to tune-value-fld
           move function trim(tune-value-fld) to tune-value-fld
           perform 849-drop-one-zero
               until tune-value-fld(1:1) not = '0'
                   or tune-value-fld(2:1) = space.

       840-scheduled-tunables.
           display erase screen
           display function trim(mt-scheduled-tunable trailing) at 0202
           display function trim(mt-no-key-old-new trailing)
               at 0302
           display function trim(mt-effective-state trailing) at 0349
           move 0 to tp-count
           move 3 to tp-row
           move "N" to tune-eof-switch
           open input tune-pending-file
           if tune-pending-status = "00"
               perform 843-show-pending-line
                   until end-of-tune-file or tp-count >= 15
               close tune-pending-file
           end-if
           if tp-count = 0
               display function trim(mt-no-changes trailing) at 0402
               accept user-input at 0440
               exit paragraph
           end-if
           display function trim(mt-number-to-decide trailing) at 2002
           move 0 to tp-pick
           accept tp-pick at 2036
           if tp-pick = 0 or tp-pick > tp-count
               exit paragraph
           end-if
           perform 070-require-supervisor
           move tp-list-id(tp-pick) to tp-pick-id
           perform 844-load-picked-change
           move spaces to tune-new-state
           if tp-state = "PROPOSED"
               display function trim(mt-a-pprove-r-eject trailing)
                   at 2102
               accept user-input at 2135
               evaluate user-input
                   when 'A'
                   when 'a'
                       if function trim(tp-maker)
                               = function trim(operator-id)
                           display function trim(mt-you-raised-this-one
                               trailing)
                               at 2202
                           display function trim(mt-supervisor-must
                               trailing)
                               at 2302
                           accept user-input at 2330
                           exit paragraph
                       end-if
                       move "SCHEDULED" to tune-new-state
                       move "TUNE-APPROVE" to audit-field
                   when 'R'
                   when 'r'
                       move "REJECTED" to tune-new-state
                       move "TUNE-REJECT" to audit-field
               end-evaluate
           else
               display function trim(mt-c-ancel-this-change trailing)
                   at 2102
               accept user-input at 2137
               if user-input = 'C' or user-input = 'c'
                   move "CANCELLED" to tune-new-state
                   move "TUNE-CANCEL" to audit-field
               end-if
           end-if
           if tune-new-state = spaces
               exit paragraph
           end-if
           display function trim(mt-reason trailing) at 2202
           move spaces to audit-reason
           accept audit-reason at 2210
           perform 845-rewrite-pending-state
           if tune-new-state = spaces
               display function trim(mt-that-change trailing) at 2302
               accept user-input at 2336
               exit paragraph
           end-if
           move tp-key to admin-username
           move tp-old to audit-old-value
           move tp-value to audit-new-value
           perform 610-write-audit
           display function trim(mt-change-marked trailing) at 2302
               tune-new-state at 2316
           accept user-input at 2328.

       841-match-tunable.
           if tr-key(tr-idx) = tune-key
               move "Y" to tr-found-switch
           end-if.

       842-split-pending-line.
           move spaces to tp-id tp-key tp-value tp-eff tp-state
               tp-old tp-maker tp-checker tp-decided tp-reason
           unstring tune-line delimited by '|'
               into tp-id tp-key tp-value tp-eff tp-state tp-old
                   tp-maker tp-checker tp-decided tp-reason
           end-unstring.

       843-show-pending-line.
           read tune-pending-file into tune-line
               at end move "Y" to tune-eof-switch
           end-read
           if end-of-tune-file
               exit paragraph
           end-if
           perform 842-split-pending-line
           if tp-state not = "PROPOSED" and tp-state not = "SCHEDULED"
               exit paragraph
           end-if
           add 1 to tp-count
           add 1 to tp-row
           move tp-id to tp-list-id(tp-count)
           display tp-count at line tp-row column 2
           display tp-key at line tp-row column 5
           display tp-old(1:8) at line tp-row column 26
           display tp-value(1:8) at line tp-row column 35
           display tp-eff at line tp-row column 49
           display tp-state at line tp-row column 59
           display tp-maker at line tp-row column 69.

       844-load-picked-change.
           move "N" to tune-eof-switch
           open input tune-pending-file
           if tune-pending-status = "00"
               perform 846-find-picked-line
                   until end-of-tune-file
               close tune-pending-file
           end-if.

       845-rewrite-pending-state.
           move "tunables" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               move spaces to tune-new-state
               exit paragraph
           end-if
           accept tune-today from date yyyymmdd
           move "N" to tp-found-switch
           move "N" to tune-eof-switch
           open input tune-pending-file
           open output tune-pending-temp-file
           if tune-pending-status = "00"
               and tune-pending-temp-status = "00"
               perform 847-copy-pending-to-temp
                   until end-of-tune-file
           end-if
           close tune-pending-file
           close tune-pending-temp-file
           if tp-pick-found
               move "N" to tune-eof-switch
               open input tune-pending-temp-file
               open output tune-pending-file
               if tune-pending-status = "00"
                   and tune-pending-temp-status = "00"
                   perform 848-copy-pending-back
                       until end-of-tune-file
               end-if
               close tune-pending-temp-file
               close tune-pending-file
           else
               move spaces to tune-new-state
           end-if
           perform 622-release-lock.

       846-find-picked-line.
           read tune-pending-file into tune-line
               at end move "Y" to tune-eof-switch
           end-read
           if end-of-tune-file
               exit paragraph
           end-if
           perform 842-split-pending-line
           if tp-id = tp-pick-id
               move "Y" to tune-eof-switch
           end-if.

       847-copy-pending-to-temp.
           read tune-pending-file into tune-line
               at end move "Y" to tune-eof-switch
           end-read
           if end-of-tune-file
               exit paragraph
           end-if
           perform 842-split-pending-line
           if tp-id = tp-pick-id
               and (tp-state = "PROPOSED" or tp-state = "SCHEDULED")
               move "Y" to tp-found-switch
               move spaces to tune-line
               string tp-id delimited size
                   '|' delimited size
                   function trim(tp-key) delimited size
                   '|' delimited size
                   function trim(tp-value) delimited size
                   '|' delimited size
                   tp-eff delimited size
                   '|' delimited size
                   function trim(tune-new-state) delimited size
                   '|' delimited size
                   function trim(tp-old) delimited size
                   '|' delimited size
                   function trim(tp-maker) delimited size
                   '|' delimited size
                   function trim(operator-id) delimited size
                   '|' delimited size
                   tune-today delimited size
                   '|' delimited size
                   function trim(tp-reason) delimited size
                   into tune-line
           end-if
           write tune-pending-temp-record from tune-line.

       848-copy-pending-back.
           read tune-pending-temp-file
               at end move "Y" to tune-eof-switch
           end-read
           if not end-of-tune-file
               write tune-pending-record
                   from tune-pending-temp-record
           end-if.

       849-drop-one-zero.
           move tune-value-fld(2:9) to tune-value-fld.

       850-broadcast.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-broadcast-to-all trailing) at 0202
           display function trim(mt-announcement trailing) at 0402
           accept broadcast-text at 0417
           if function trim(broadcast-text) = spaces
               perform 100-admin-menu
           end-if
           move 0 to broadcast-count
           move 1 to hs-page
           move 1 to hs-pages
           display function trim(mt-posting trailing) at 0602
           perform 860-broadcast-page
               until hs-page > hs-pages
           move broadcast-count to disp-bcast
           display function trim(mt-players-notified trailing) at 0802
               disp-bcast at 0820
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       851-report-browser.
           perform 852-load-report-index
           display erase screen
           display function trim(mt-report-generations trailing) at 0202
           if rg-filter not = spaces
               display function trim(mt-showing trailing) at 0240
               display function trim(rg-filter) at 0249
           end-if
           display function trim(mt-no-date-step-report trailing)
               at 0402
           display function trim(mt-recs-status trailing) at 0458
           perform 856-show-index-row
               varying rg-slot from 1 by 1
               until rg-slot > 15
           if rg-count = 0
               display function trim(mt-no-report trailing) at 0502
           end-if
           display function trim(mt-no-to-view-n trailing)
               at 2102
           display function trim(mt-date-or-type-blank trailing) at 2202
           move spaces to rg-pick
           accept rg-pick at 2231
           move function upper-case(rg-pick) to rg-pick
           evaluate true
               when rg-pick = spaces
                   perform 100-admin-menu
               when rg-pick = "N"
                   if rg-page-start + 15 <= rg-count
                       add 15 to rg-page-start
                   end-if
               when rg-pick = "P"
                   if rg-page-start > 15
                       subtract 15 from rg-page-start
                   end-if
               when rg-pick = "F"
                   display function trim(mt-date-yyyymmdd-step trailing)
                       at 2302
                   display function trim(mt-blank-for-all trailing)
                       at 2402
                   move spaces to rg-filter
                   accept rg-filter at 2418
                   move function upper-case(rg-filter) to rg-filter
                   move 1 to rg-page-start
               when function trim(rg-pick) is numeric
                   compute rg-pick-num =
                       function numval(rg-pick)
                   if rg-pick-num >= 1 and rg-pick-num <= 15
                       and rg-list-idx(rg-pick-num) > 0
                       move rg-list-idx(rg-pick-num) to rg-view-idx
                       perform 858-view-generation
                   end-if
           end-evaluate
           perform 851-report-browser.

       852-load-report-index.
           move 0 to rg-count
           move "N" to rg-eof-switch
           open input report-index-file
           if rg-index-status = "00"
               perform 853-read-index-line
                   until end-of-rg-file
               close report-index-file
           end-if.

       853-read-index-line.
           read report-index-file into rg-line
               at end move "Y" to rg-eof-switch
           end-read
           if end-of-rg-file
               exit paragraph
           end-if
           move spaces to rg-date-fld rg-time-fld rg-step-fld
               rg-report-fld rg-gen-fld rg-records-fld rg-status-fld
           unstring rg-line delimited by '|'
               into rg-date-fld rg-time-fld rg-step-fld
                   rg-report-fld rg-gen-fld rg-records-fld
                   rg-status-fld
           end-unstring
           if rg-date-fld = spaces
               exit paragraph
           end-if
           if rg-filter not = spaces
               and rg-filter not = rg-date-fld
               and rg-filter not = rg-step-fld
               and rg-filter not = function upper-case(rg-report-fld)
               exit paragraph
           end-if
           if rg-count >= 500
               perform 854-drop-oldest-entry
           end-if
           add 1 to rg-count
           move rg-date-fld to rg-date(rg-count)
           move rg-step-fld to rg-step(rg-count)
           move rg-report-fld to rg-report(rg-count)
           move rg-gen-fld to rg-gen(rg-count)
           move rg-records-fld to rg-records(rg-count)
           move rg-status-fld to rg-status(rg-count).

       854-drop-oldest-entry.
           perform 855-shift-index-entry
               varying rg-idx from 1 by 1
               until rg-idx >= rg-count
           subtract 1 from rg-count.

       855-shift-index-entry.
           move rg-entry(rg-idx + 1) to rg-entry(rg-idx).

       856-show-index-row.
           move 0 to rg-list-idx(rg-slot)
           compute rg-pos = rg-count - rg-page-start - rg-slot + 2
           if rg-pos < 1
               exit paragraph
           end-if
           move rg-pos to rg-list-idx(rg-slot)
           compute rg-row = rg-slot + 4
           move rg-slot to disp-rg-num
           display disp-rg-num at line rg-row column 2
           display rg-date(rg-pos) at line rg-row column 5
           display rg-step(rg-pos) at line rg-row column 14
           display rg-report(rg-pos)(1:30) at line rg-row column 27
           display rg-records(rg-pos) at line rg-row column 58
           display rg-status(rg-pos) at line rg-row column 66.

       858-view-generation.
           move rg-gen(rg-view-idx) to rg-view-path
           move 1 to rg-view-start
           move "N" to rg-view-done-switch
           perform 859-show-generation-page
               until rg-view-done.

       859-show-generation-page.
           display erase screen
           display function trim(rg-report(rg-view-idx)) at 0102
           display rg-date(rg-view-idx) at 0140
           display rg-status(rg-view-idx) at 0150
           move 0 to rg-view-line-no
           move 2 to rg-view-row
           move "N" to rg-view-more-switch
           move "N" to rg-eof-switch
           open input report-gen-file
           if rg-view-status not = "00"
               display function trim(mt-that-generation trailing)
                   at 0302
               display function trim(mt-press-any-key trailing) at 2202
               accept user-input at 2231
               move "Y" to rg-view-done-switch
               exit paragraph
           end-if
           perform 861-read-generation-line
               until end-of-rg-file or rg-view-has-more
           close report-gen-file
           if rg-view-line-no = 0
               display function trim(mt-empty-report trailing) at 0302
           end-if
           move rg-view-start to disp-rg-line
           display function trim(mt-from-line trailing) at 2102
           display function trim(disp-rg-line) at 2112
           display function trim(mt-n-ext-page-p trailing) at 2202
           move space to rg-view-key
           accept rg-view-key at 2241
           evaluate rg-view-key
               when 'N'
               when 'n'
                   if rg-view-has-more
                       add 18 to rg-view-start
                   end-if
               when 'P'
               when 'p'
                   if rg-view-start > 18
                       subtract 18 from rg-view-start
                   end-if
               when other
                   move "Y" to rg-view-done-switch
           end-evaluate.

       860-broadcast-page.
           perform 720-load-directory-page
           if api-response(1:7) = "SUCCESS"
               perform 870-broadcast-one-player
                   varying hs-idx from 1 by 1
                   until hs-idx > hs-page-size
           else
               move 0 to hs-pages
           end-if
           add 1 to hs-page.

       861-read-generation-line.
           read report-gen-file
               at end move "Y" to rg-eof-switch
           end-read
           if end-of-rg-file
               exit paragraph
           end-if
           add 1 to rg-view-line-no
           if rg-view-line-no < rg-view-start
               exit paragraph
           end-if
           if rg-view-row >= 20
               move "Y" to rg-view-more-switch
               exit paragraph
           end-if
           add 1 to rg-view-row
           display report-gen-record(1:79)
               at line rg-view-row column 1.

       870-broadcast-one-player.
           if hs-name-entry(hs-idx) not = spaces
               add 1 to broadcast-count
               move hs-name-entry(hs-idx) to mail-to
               move "ADMIN" to mail-from
               move spaces to mail-text
               string function trim(broadcast-text) delimited size
                   into mail-text
               move "NEWS" to notify-category
               perform 600-post-mail
           end-if.

       910-queue-for-approval.
           accept approval-date from date yyyymmdd
           accept approval-time from time
           open extend approvals-file
           if approvals-status = "00"
               move spaces to approvals-record
               string 'PEND' delimited size
                   '|' delimited size
                   function trim(operator-id) delimited size
                   '|' delimited size
                   approval-date delimited size
                   '|' delimited size
                   approval-time delimited size
                   '|' delimited size
                   function trim(admin-username) delimited size
                   '|' delimited size
                   function trim(audit-field) delimited size
                   '|' delimited size
                   function trim(audit-old-value) delimited size
                   '|' delimited size
                   function trim(audit-new-value) delimited size
                   '|' delimited size
                   function trim(audit-reason) delimited size
                   into approvals-record
               write approvals-record
           end-if
           close approvals-file.

       920-approvals-screen.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-pending-approvals trailing) at 0202
           move 0 to approval-count
           move "N" to approvals-eof-switch
           open input approvals-file
           if approvals-status = "00"
               perform 925-load-approval-line
                   until end-of-approvals
               close approvals-file
           end-if
           move 0 to approval-shown
           perform 930-show-one-approval
               varying approval-idx from 1 by 1
               until approval-idx > approval-count
                   or approval-shown = 9
           if approval-shown = 0
               display function trim(mt-nothing-is-waiting trailing)
                   at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-pick-a-number trailing) at 1602
           display function trim(mt-key-to-go-back trailing) at 1702
           accept user-input at 1719
           if user-input >= '1' and user-input <= '9'
               compute approval-pick = function numval(user-input)
               if approval-pick <= approval-shown
                   perform 940-review-approval
               end-if
           end-if
           perform 100-admin-menu.

       925-load-approval-line.
           read approvals-file
               at end move "Y" to approvals-eof-switch
           end-read
           if not end-of-approvals
               and approval-count < 20
               move spaces to appr-rec-kind
               unstring approvals-record delimited by '|'
                   into appr-rec-kind
               end-unstring
               if appr-rec-kind = "PEND"
                   add 1 to approval-count
                   move approvals-record
                       to approval-line(approval-count)
               end-if
           end-if.

       930-show-one-approval.
           move spaces to ap-kind-fld ap-maker-fld ap-date-fld
               ap-time-fld ap-user-fld ap-field-fld ap-old-fld
               ap-new-fld ap-reason-fld
           unstring approval-line(approval-idx) delimited by '|'
               into ap-kind-fld ap-maker-fld ap-date-fld
                   ap-time-fld ap-user-fld ap-field-fld ap-old-fld
                   ap-new-fld ap-reason-fld
           end-unstring
           if ap-kind-fld = "PEND"
               add 1 to approval-shown
               move approval-idx
                   to approval-menu-map(approval-shown)
               compute approval-row = approval-shown + 3
               display approval-shown
                   at line approval-row column 2
               display function trim(ap-user-fld)
                   at line approval-row column 5
               display function trim(ap-field-fld)
                   at line approval-row column 22
               display function trim(ap-old-fld)
                   at line approval-row column 32
               display '->' at line approval-row column 43
               display function trim(ap-new-fld)
                   at line approval-row column 46
               display function trim(mt-by trailing)
                   at line approval-row column 57
               display function trim(ap-maker-fld)
                   at line approval-row column 60
           end-if.

       940-review-approval.
           move approval-menu-map(approval-pick) to approval-idx
           move spaces to ap-kind-fld ap-maker-fld ap-date-fld
               ap-time-fld ap-user-fld ap-field-fld ap-old-fld
               ap-new-fld ap-reason-fld
           unstring approval-line(approval-idx) delimited by '|'
               into ap-kind-fld ap-maker-fld ap-date-fld
                   ap-time-fld ap-user-fld ap-field-fld ap-old-fld
                   ap-new-fld ap-reason-fld
           end-unstring
           if function trim(ap-maker-fld)
                   = function trim(operator-id)
               display function trim(mt-you-raised-this-one trailing)
                   at 1902
               display function trim(mt-operator-must trailing) at 2002
               accept user-input at 2028
               exit paragraph
           end-if
           display function trim(mt-reason trailing) at 1902
           display function trim(ap-reason-fld) at 1910
           display function trim(mt-a-pprove-r-eject-2 trailing) at 2002
           accept user-input at 2035
           evaluate user-input
               when 'A'
               when 'a'
                   perform 950-apply-approved-correction
               when 'R'
               when 'r'
                   move "REJ" to ap-kind-fld
                   perform 960-rewrite-approval-line
                   if ap-field-fld = "DISPUTE"
                       perform 697-dispute-credit-refused
                   end-if
                   display function trim(mt-rejected trailing) at 2102
                   accept user-input at 2112
               when other
                   continue
           end-evaluate.

       950-apply-approved-correction.
           move ap-user-fld to admin-username
           perform 500-api-getuser
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-could-not-load trailing) at 2102
               accept user-input at 2130
               exit paragraph
           end-if
           move ap-field-fld to audit-field
           move ap-old-fld to audit-old-value
           move ap-new-fld to audit-new-value
           move ap-reason-fld to audit-reason
           evaluate ap-field-fld
               when "BANK"
                   compute user-bank =
                       function numval(ap-new-fld)
               when "HACKCOUNT"
                   compute hack-count =
                       function numval(ap-new-fld)
               when "DISPUTE"
                   perform 696-apply-dispute-credit
                   exit paragraph
               when other
                   display function trim(mt-unknown-field-not trailing)
                       at 2102
                   accept user-input at 2131
                   exit paragraph
           end-evaluate
           perform 510-api-updateuser
           if api-response(1:7) = "SUCCESS"
               perform 610-write-audit
               move "APPR" to ap-kind-fld
               perform 960-rewrite-approval-line
               move admin-username to mail-to
               move "ADMIN" to mail-from
               move spaces to mail-text
               string 'Account corrected (' delimited size
                   function trim(ap-field-fld) delimited size
                   '): ' delimited size
                   function trim(ap-reason-fld) delimited size
                   into mail-text
               perform 600-post-mail
               display function trim(mt-approved trailing) at 2102
           else
               display function trim(mt-server-update trailing) at 2102
           end-if
           accept user-input at 2124.

       960-rewrite-approval-line.
           accept approval-date from date yyyymmdd
           move spaces to decided-line
           string function trim(ap-kind-fld) delimited size
               '|' delimited size
               function trim(ap-maker-fld) delimited size
               '|' delimited size
               ap-date-fld(1:8) delimited size
               '|' delimited size
               ap-time-fld(1:8) delimited size
               '|' delimited size
               function trim(ap-user-fld) delimited size
               '|' delimited size
               function trim(ap-field-fld) delimited size
               '|' delimited size
               function trim(ap-old-fld) delimited size
               '|' delimited size
               function trim(ap-new-fld) delimited size
               '|' delimited size
               function trim(ap-reason-fld) delimited size
               '|' delimited size
               function trim(operator-id) delimited size
               '|' delimited size
               approval-date delimited size
               into decided-line
           move "N" to decided-done-switch
           open output approvals-temp-file
           if approvals-temp-status not = "00"
               exit paragraph
           end-if
           move "N" to approvals-eof-switch
           open input approvals-file
           if approvals-status not = "00"
               close approvals-temp-file
               exit paragraph
           end-if
           perform 965-write-approval-line
               until end-of-approvals
           close approvals-file
           close approvals-temp-file
           perform 970-copy-approvals-back.

       965-write-approval-line.
           read approvals-file
               at end move "Y" to approvals-eof-switch
           end-read
           if end-of-approvals
               exit paragraph
           end-if
           if not decided-row-moved
               and approvals-record
                   = approval-line(approval-idx)
               move "Y" to decided-done-switch
               move decided-line to archive-line
               perform 968-archive-decided-line
               exit paragraph
           end-if
           move spaces to appr-rec-kind
           unstring approvals-record delimited by '|'
               into appr-rec-kind
           end-unstring
           if appr-rec-kind = "APPR" or appr-rec-kind = "REJ"
               move approvals-record to archive-line
               perform 968-archive-decided-line
           else
               write approvals-temp-record from approvals-record
           end-if.

       968-archive-decided-line.
           open extend approvals-archive-file
           if approvals-archive-status = "00"
               write approvals-archive-record from archive-line
           end-if
           close approvals-archive-file.

       970-copy-approvals-back.
           move "N" to approvals-eof-switch
           open input approvals-temp-file
           open output approvals-file
           if approvals-temp-status = "00"
               and approvals-status = "00"
               perform 975-copy-one-approval-line
                   until end-of-approvals
           end-if
           close approvals-temp-file
           close approvals-file.

       975-copy-one-approval-line.
           read approvals-temp-file
               at end move "Y" to approvals-eof-switch
           end-read
           if not end-of-approvals
               write approvals-record from approvals-temp-record
           end-if.

       980-view-anomalies.
           display erase screen
           display function trim(mt-earnings-anomaly trailing) at 0202
           display function trim(mt-feed-confirmed trailing) at 0302
           display function trim(mt-corrections-file trailing)
               at 0402
           move "N" to anomaly-eof-switch
           open input anomaly-file
           if anomaly-status = "00"
               perform 985-print-anomaly-lines
               close anomaly-file
           else
               display function trim(mt-no-anomaly-report trailing)
                   at 0602
           end-if
           move "N" to collusion-eof-switch
           open input collusion-flag-file
           if collusion-status = "00"
               display ' '
               perform 986-print-collusion-lines
               close collusion-flag-file
           end-if
           display function trim(mt-press-any-key trailing) at 2202
           accept user-input at 2231
           perform 100-admin-menu.

       985-print-anomaly-lines.
           perform 990-read-anomaly-line
           perform until end-of-anomalies
               display anomaly-record
               perform 990-read-anomaly-line
           end-perform.

       986-print-collusion-lines.
           perform 991-read-collusion-line
           perform 987-show-collusion-line
               until end-of-collusion-flags.

       987-show-collusion-line.
           display collusion-flag-record
           perform 991-read-collusion-line.

       990-read-anomaly-line.
           read anomaly-file
               at end move "Y" to anomaly-eof-switch
           end-read.

       991-read-collusion-line.
           read collusion-flag-file
               at end move "Y" to collusion-eof-switch
           end-read.

       880-clear-lockout.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-clear-login-lockout trailing)
               at 0202
           perform 110-prompt-username
           move admin-username to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               or function trim(admin-username) = spaces
               display function trim(mt-usernames-may-only trailing)
                   at 0402
               display function trim(mt-and-digits-nothing-4 trailing)
                   at 0502
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-reason-for-reset trailing) at 0602
           accept audit-reason at 0621
           move spaces to api-command
           string 'del ./NGM/logs/loginlog_' delimited size
               function trim(admin-username) delimited size
               '.dat > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           move "LOCKOUT" to audit-field
           move "SET" to audit-old-value
           move "CLEARED" to audit-new-value
           perform 610-write-audit
           display function trim(mt-lockout-and-login trailing) at 0402
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       592-generate-hs-ticket.
           accept ticket-clock from time
           add 1 to ticket-seq
           if ticket-seq > 99
               move 0 to ticket-seq
           end-if
           compute ticket-number = ticket-clock * 100 + ticket-seq
           move ticket-number to ticket-text
           move spaces to api-response-path
           string './logs/api_response_hs_' delimited size
               ticket-text delimited size
               '.dat' delimited size
               into api-response-path.

       610-write-audit.
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move spaces to audit-line
           string function trim(operator-id) delimited size
               '|' delimited size
               audit-date delimited size
               '|' delimited size
               audit-time delimited size
               '|' delimited size
               function trim(admin-username) delimited size
               '|' delimited size
               function trim(audit-field) delimited size
               '|' delimited size
               function trim(audit-old-value) delimited size
               '|' delimited size
               function trim(audit-new-value) delimited size
               '|' delimited size
               function trim(audit-reason) delimited size
               into audit-line
           open extend audit-file
           if audit-status = "00"
               write audit-record from audit-line
           end-if
           close audit-file.

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

       630-rename-player.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-rename-player trailing) at 0202
           perform 110-prompt-username
           move admin-username to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               or function trim(admin-username) = spaces
               display function trim(mt-usernames-may-only trailing)
                   at 0402
               display function trim(mt-and-digits-nothing-3 trailing)
                   at 0502
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           perform 500-api-getuser
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-could-not-find trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           move admin-username to rename-old-name
           display function trim(mt-new-username trailing) at 1502
           move spaces to rename-new-name
           accept rename-new-name at 1517
           move rename-new-name to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               or function trim(rename-new-name) = spaces
               or function trim(rename-new-name)
                   = function trim(rename-old-name)
               display function trim(mt-that-is-not trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           move rename-new-name to admin-username
           perform 252-check-closed-account
           perform 500-api-getuser
           move rename-old-name to admin-username
           if api-response(1:7) = "SUCCESS" or account-is-closed
               display function trim(mt-that-name trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-reason-for-rename trailing) at 1602
           accept audit-reason at 1621
           display function trim(mt-rename-the-player trailing) at 1702
           accept user-input at 1736
           if user-input not = 'Y' and user-input not = 'y'
               perform 100-admin-menu
           end-if
           perform 530-api-renameuser
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-the-server-refused trailing)
                   at 1902
               display function trim(mt-nothing-was-changed trailing)
                   at 2002
               display function trim(mt-press-any-key trailing) at 2102
               accept user-input at 2129
               perform 100-admin-menu
           end-if
           move "RENAME" to audit-field
           move rename-old-name to audit-old-value
           move rename-new-name to audit-new-value
           perform 610-write-audit
           display function trim(mt-renaming-player trailing) at 1902
           move 0 to rename-file-count rename-line-count
               rename-skip-count
           perform 650-rename-player-files
           display function trim(mt-rewriting-shared trailing) at 1902
           perform 660-rename-shared-files
           perform 655-rename-in-hack-files
           move rename-new-name to mail-to
           move "ADMIN" to mail-from
           move spaces to mail-text
           string 'Your username was changed from ' delimited size
               function trim(rename-old-name) delimited size
               ' to ' delimited size
               function trim(rename-new-name) delimited size
               ' by an operator.' delimited size
               into mail-text
           perform 600-post-mail
           display erase screen
           display function trim(mt-player-renamed trailing) at 0202
           display function trim(rename-old-name) at 0402
           display '->' at 0424
           display function trim(rename-new-name) at 0427
           move rename-file-count to disp-closure-count
           display function trim(mt-player-files-2 trailing) at 0602
               disp-closure-count at 0627
           move rename-line-count to disp-closure-count
           display function trim(mt-shared-records trailing) at 0702
               disp-closure-count at 0727
           if rename-skip-count > 0
               move rename-skip-count to disp-closure-count
               display function trim(mt-files-skipped trailing) at 0802
                   disp-closure-count at 0827
               display function trim(mt-run-the-rename trailing)
                   at 0902
           end-if
           display function trim(mt-press-any-key trailing) at 1102
           accept user-input at 1129
           perform 100-admin-menu.

       640-rename-fields.
           move spaces to rn-field-table
           move 0 to rn-field-count
           unstring shared-line delimited by '|'
               into rn-field(1) rn-field(2) rn-field(3) rn-field(4)
                   rn-field(5) rn-field(6) rn-field(7) rn-field(8)
                   rn-field(9) rn-field(10) rn-field(11) rn-field(12)
               tallying in rn-field-count
           end-unstring
           move "N" to rn-changed-switch
           perform 641-rename-one-field
               varying rn-idx from rn-first-field by 1
               until rn-idx > rn-field-count
           if rn-line-changed
               add 1 to shared-hit-count
               move spaces to shared-line
               move 1 to rn-pointer
               perform 642-append-field
                   varying rn-idx from 1 by 1
                   until rn-idx > rn-field-count
           end-if.

       641-rename-one-field.
           if function trim(rn-field(rn-idx))
                   = function trim(rename-old-name)
               move rename-new-name to rn-field(rn-idx)
               move "Y" to rn-changed-switch
           end-if.

       642-append-field.
           if rn-idx > 1
               string '|' delimited size
                   into shared-line with pointer rn-pointer
               end-string
           end-if
           if rn-field(rn-idx) not = spaces
               string function trim(rn-field(rn-idx) trailing)
                   delimited size
                   into shared-line with pointer rn-pointer
               end-string
           end-if.

       643-rename-column.
           move spaces to rn-field-table
           move 1 to rn-pointer
           move 1 to rn-col-start
           perform 644-take-column-field
               varying rn-idx from 1 by 1
               until rn-idx > rn-first-field
           if function trim(rn-field(rn-first-field))
                   = function trim(rename-old-name)
               add 1 to shared-hit-count
               move shared-line(rn-pointer - 1:) to rn-rest-line
               move spaces to shared-line(rn-col-start:)
               move rn-col-start to rn-pointer
               string function trim(rename-new-name) delimited size
                   function trim(rn-rest-line trailing)
                       delimited size
                   into shared-line with pointer rn-pointer
               end-string
           end-if.

       644-take-column-field.
           if rn-idx = rn-first-field
               move rn-pointer to rn-col-start
           end-if
           if rn-pointer <= 400
               unstring shared-line delimited by '|'
                   into rn-field(rn-idx)
                   with pointer rn-pointer
               end-unstring
           end-if.

       645-rename-in-file.
           if lock-name not = spaces
               perform 619-acquire-lock
               if not lock-acquired
                   add 1 to rename-skip-count
                   move spaces to lock-name
                   move "N" to rn-column-switch
                   exit paragraph
               end-if
           end-if
           move "./NGM/logs/rename.tmp" to shared-temp-path
           if rn-column-only
               move "COLUMN" to shared-mode
           else
               move "RENAME" to shared-mode
           end-if
           perform 280-rewrite-shared-file
           add shared-hit-count to rename-line-count
           if lock-name not = spaces
               perform 622-release-lock
           end-if
           move spaces to lock-name
           move "N" to rn-column-switch.

       650-rename-player-files.
           move spaces to dir-suffix
           string '_' delimited size
               function trim(rename-old-name) delimited size
               '.dat' delimited size
               into dir-suffix
           move function length(function trim(dir-suffix))
               to dir-suffix-len
           perform 665-build-dirlist
           move "N" to dirlist-eof-switch
           open input dirlist-file
           if dirlist-status = "00"
               perform 651-read-rename-entry
                   until end-of-dirlist
               close dirlist-file
           end-if.

       651-read-rename-entry.
           read dirlist-file into dir-entry
               at end move "Y" to dirlist-eof-switch
           end-read
           if not end-of-dirlist
               and dir-entry not = spaces
               move function length(function trim(dir-entry))
                   to dir-entry-len
               if dir-entry-len > dir-suffix-len
                   and dir-entry(1:5) not = "hack_"
                   and dir-entry(1:5) not = "lock_"
                   compute dir-suffix-start =
                       dir-entry-len - dir-suffix-len + 1
                   if dir-entry(dir-suffix-start:dir-suffix-len)
                           = dir-suffix(1:dir-suffix-len)
                       perform 652-rename-one-file
                   end-if
               end-if
           end-if.

       652-rename-one-file.
           move spaces to api-command
           string 'move /y ./NGM/logs/' delimited size
               function trim(dir-entry) delimited size
               ' ./NGM/logs/' delimited size
               dir-entry(1:dir-suffix-start) delimited size
               function trim(rename-new-name) delimited size
               '.dat > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           add 1 to rename-file-count.

       655-rename-in-hack-files.
           perform 665-build-dirlist
           move "N" to dirlist-eof-switch
           open input dirlist-file
           if dirlist-status = "00"
               perform 656-read-hack-entry
                   until end-of-dirlist
               close dirlist-file
           end-if.

       656-read-hack-entry.
           read dirlist-file into dir-entry
               at end move "Y" to dirlist-eof-switch
           end-read
           if not end-of-dirlist
               if dir-entry(1:8) = "hackidx_"
                   or (dir-entry(1:5) = "hack_"
                       and dir-entry(6:6) is numeric
                       and dir-entry(12:4) = ".dat")
                   move spaces to shared-path
                   string './NGM/logs/' delimited size
                       function trim(dir-entry) delimited size
                       into shared-path
                   move 1 to rn-first-field
                   move spaces to lock-name
                   perform 645-rename-in-file
               end-if
               if dir-entry(1:7) = "rivals_"
                   move spaces to shared-path
                   string './NGM/logs/' delimited size
                       function trim(dir-entry) delimited size
                       into shared-path
                   move 2 to rn-first-field
                   move "Y" to rn-column-switch
                   move spaces to lock-name
                   perform 645-rename-in-file
               end-if
           end-if.

       660-rename-shared-files.
           move "./NGM/data/players.dat" to shared-path
           move 1 to rn-first-field
           move "players" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/crews.dat" to shared-path
           move 3 to rn-first-field
           move "crews" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/crew_votes.dat" to shared-path
           move 4 to rn-first-field
           move "crews" to lock-name
           perform 645-rename-in-file
           move "./NGM/logs/crew_ledger.dat" to shared-path
           move 5 to rn-first-field
           move "crews" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/heists.dat" to shared-path
           move 3 to rn-first-field
           move "heists" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/market.dat" to shared-path
           move 2 to rn-first-field
           move "market" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/auction_bids.dat" to shared-path
           move 3 to rn-first-field
           move "market" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/p2ploans.dat" to shared-path
           move 3 to rn-first-field
           move "contracts" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/prop_offers.dat" to shared-path
           move 3 to rn-first-field
           move "property" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/event_authors.dat" to shared-path
           move 2 to rn-first-field
           move "events" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/voucher_redemptions.dat" to shared-path
           move 2 to rn-first-field
           move "vouchers" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/mail_reports.dat" to shared-path
           move 3 to rn-first-field
           move "moderation" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/mail_mutes.dat" to shared-path
           move 1 to rn-first-field
           move "moderation" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/notify_spool.dat" to shared-path
           move 3 to rn-first-field
           move "notify" to lock-name
           perform 645-rename-in-file
           move "./NGM/logs/bounty_board.dat" to shared-path
           move 2 to rn-first-field
           move "bounty" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/coin_orders.dat" to shared-path
           move 2 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/data/lottery.dat" to shared-path
           move 2 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/data/pending_approvals.dat" to shared-path
           move 5 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/logs/hack_log.dat" to shared-path
           move 1 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/logs/register_log.dat" to shared-path
           move 1 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/logs/referral_paid.dat" to shared-path
           move 1 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/logs/store_log.dat" to shared-path
           move 1 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/logs/event_log.dat" to shared-path
           move 1 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/logs/insurance_ledger.dat" to shared-path
           move 3 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/logs/loan_book.dat" to shared-path
           move 3 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/data/lottery_tickets.dat" to shared-path
           move 2 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/logs/casino_limits.dat" to shared-path
           move 3 to rn-first-field
           perform 645-rename-in-file
           move "./NGM/data/held_transfers.dat" to shared-path
           move 2 to rn-first-field
           move "heldxfer" to lock-name
           perform 645-rename-in-file
           move "./NGM/data/disputes.dat" to shared-path
           move 3 to rn-first-field
           move "Y" to rn-column-switch
           move "disputes" to lock-name
           perform 645-rename-in-file
           move "./NGM/logs/dispute_history.dat" to shared-path
           move 5 to rn-first-field
           move "Y" to rn-column-switch
           perform 645-rename-in-file
           move "./NGM/data/events_pending.dat" to shared-path
           move 3 to rn-first-field
           move "Y" to rn-column-switch
           move "events" to lock-name
           perform 645-rename-in-file.

       665-build-dirlist.
           move spaces to api-command
           string 'dir /b ./NGM/logs > ./NGM/logs/dirlist.tmp '
               delimited size
               '2> nul' delimited size
               into api-command
           call "SYSTEM" using api-command.

       670-reverse-transaction.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-reverse-transaction trailing)
               at 0202
           perform 110-prompt-username
           move admin-username to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               or function trim(admin-username) = spaces
               display function trim(mt-that-is-not-2 trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-transaction-id trailing) at 1402
           move spaces to rev-orig-id
           accept rev-orig-id at 1418
           if rev-orig-id = spaces
               perform 100-admin-menu
           end-if
           perform 671-find-transaction
           if not rev-txn-found
               display function trim(mt-no-transaction trailing) at 0402
               display function trim(mt-player-s-history trailing)
                   at 0502
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           if rev-already-done
               display function trim(mt-that-transaction trailing)
                   at 0402
               display function trim(mt-reversed trailing) at 0502
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           move spaces to rev-payer rev-payee
           evaluate rev-kind
               when "XFEROUT"
               when "XFERREL"
               when "MKTBUY"
                   move rev-counterparty to rev-payer
                   move admin-username to rev-payee
               when "XFERIN"
               when "MKTSALE"
                   move admin-username to rev-payer
                   move rev-counterparty to rev-payee
           end-evaluate
           if rev-payer = spaces or rev-payee = spaces
               display function trim(mt-only-transfers trailing) at 0402
               display function trim(mt-between-two-players trailing)
                   at 0502
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           move rev-amount to disp-rev-amount
           display function trim(mt-kind trailing) at 0402
           display rev-kind at 0420
           display function trim(mt-amount trailing) at 0502
           display disp-rev-amount at 0520
           display function trim(mt-take-back-from trailing) at 0602
           display rev-payer at 0620
           display function trim(mt-return trailing) at 0702
           display rev-payee at 0720
           display function trim(mt-reason-for-reversal trailing)
               at 1602
           accept audit-reason at 1623
           display function trim(mt-reverse trailing) at 1702
           accept user-input at 1732
           if user-input not = 'Y' and user-input not = 'y'
               perform 100-admin-menu
           end-if
           move rev-payer to api-player
           move rev-amount to api-amount
           perform 535-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-could-not-take trailing) at 1902
               display function trim(mt-the-payer-nothing trailing)
                   at 2002
               display function trim(mt-press-any-key trailing) at 2102
               accept user-input at 2129
               perform 100-admin-menu
           end-if
           move rev-payee to api-player
           perform 520-api-deposit
           if api-response(1:7) not = "SUCCESS"
               move rev-payer to api-player
               perform 520-api-deposit
               if api-response(1:7) = "SUCCESS"
                   display function trim(mt-the-server-refused-2
                       trailing)
                       at 1902
                   display function trim(mt-payer-was-refunded trailing)
                       at 2002
               else
                   display function trim(mt-the-credit trailing)
                       at 1902
                   display function trim(mt-correct-the-payer trailing)
                       at 2002
               end-if
               display function trim(mt-press-any-key trailing) at 2102
               accept user-input at 2129
               perform 100-admin-menu
           end-if
           perform 268-next-txn-id
           move txn-id to rev-new-id
           perform 673-post-reversal-lines
           perform 674-mail-reversal
           move "REVERSAL" to audit-field
           move rev-orig-id to audit-old-value
           move rev-new-id to audit-new-value
           perform 610-write-audit
           display erase screen
           display function trim(mt-transaction trailing) at 0202
           display function trim(mt-original-id trailing) at 0402
           display rev-orig-id at 0420
           display function trim(mt-reversal-id trailing) at 0502
           display rev-new-id at 0520
           display function trim(mt-amount trailing) at 0602
           display disp-rev-amount at 0620
           display function trim(mt-taken-from trailing) at 0702
           display rev-payer at 0720
           display function trim(mt-returned trailing) at 0802
           display rev-payee at 0820
           display function trim(mt-press-any-key trailing) at 1002
           accept user-input at 1029
           perform 100-admin-menu.

       671-find-transaction.
           move "N" to rev-found-switch
           move "N" to rev-done-switch
           move spaces to rev-kind rev-counterparty
           move 0 to rev-amount
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(admin-username) delimited size
               '.dat' delimited size
               into txn-log-path
           move "N" to rev-eof-switch
           open input txn-log-file
           if txn-log-status = "00"
               perform 672-check-txn-line
                   until end-of-rev-txns
               close txn-log-file
           end-if
           if rev-txn-found
               exit paragraph
           end-if
           move rev-orig-id(1:8) to rev-arch-date
           perform 675-find-txn-archive
           if rev-arch-path = spaces
               exit paragraph
           end-if
           move rev-arch-path to txn-log-path
           move "N" to rev-eof-switch
           open input txn-log-file
           if txn-log-status = "00"
               perform 672-check-txn-line
                   until end-of-rev-txns
               close txn-log-file
           end-if.

       672-check-txn-line.
           read txn-log-file
               at end move "Y" to rev-eof-switch
           end-read
           if not end-of-rev-txns
               move spaces to rv-time-fld rv-kind-fld rv-amt-fld
                   rv-bal-fld rv-date-fld rv-cp-fld rv-id-fld
                   rv-link-fld
               unstring txn-log-record delimited by '|'
                   into rv-time-fld rv-kind-fld rv-amt-fld
                       rv-bal-fld rv-date-fld rv-cp-fld rv-id-fld
                       rv-link-fld
               end-unstring
               if rv-id-fld = rev-orig-id
                   move "Y" to rev-found-switch
                   move rv-kind-fld to rev-kind
                   move rv-cp-fld to rev-counterparty
                   compute rev-amount = function numval(rv-amt-fld)
               end-if
               if rv-link-fld = rev-orig-id
                   move "Y" to rev-done-switch
               end-if
           end-if.

       673-post-reversal-lines.
           move rev-payer to txn-player
           move "REVDR" to txn-kind
           move rev-amount to txn-amount
           move 0 to txn-balance
           move rev-payee to txn-counterparty
           move rev-new-id to txn-id
           move rev-orig-id to txn-link
           perform 262-post-txn-line
           move rev-payee to txn-player
           move "REVCR" to txn-kind
           move rev-amount to txn-amount
           move 0 to txn-balance
           move rev-payer to txn-counterparty
           move rev-new-id to txn-id
           move rev-orig-id to txn-link
           perform 262-post-txn-line
           move spaces to txn-counterparty.

       674-mail-reversal.
           move "ADMIN" to mail-from
           move rev-payer to mail-to
           move spaces to mail-text
           string 'Transaction ' delimited size
               rev-orig-id delimited size
               ' was reversed - $' delimited size
               rev-amount delimited size
               ' went back to ' delimited size
               function trim(rev-payee) delimited size
               '.' delimited size
               into mail-text
           perform 600-post-mail
           move rev-payee to mail-to
           move spaces to mail-text
           string 'Transaction ' delimited size
               rev-orig-id delimited size
               ' was reversed - $' delimited size
               rev-amount delimited size
               ' returned to you from ' delimited size
               function trim(rev-payer) delimited size
               '.' delimited size
               into mail-text
           perform 600-post-mail.

       675-find-txn-archive.
           move spaces to rev-arch-path rev-open-date
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(admin-username) delimited size
               '.dat' delimited size
               into txn-log-path
           open input txn-log-file
           if txn-log-status = "00"
               move spaces to txn-log-record
               read txn-log-file
                   at end continue
               end-read
               close txn-log-file
               move spaces to rv-time-fld rv-kind-fld rv-amt-fld
                   rv-bal-fld rv-date-fld
               unstring txn-log-record delimited by '|'
                   into rv-time-fld rv-kind-fld rv-amt-fld
                       rv-bal-fld rv-date-fld
               end-unstring
               if rv-kind-fld = "OPENING"
                   and rv-date-fld is numeric
                   move rv-date-fld to rev-open-date
               end-if
           end-if
           if rev-open-date = spaces
               accept rev-today from date yyyymmdd
               string rev-today(1:4) delimited size
                   '0101' delimited size
                   into rev-open-date
           end-if
           if rev-arch-date is numeric
               and rev-arch-date < rev-open-date
               string './NGM/logs/archive/txn_' delimited size
                   function trim(admin-username) delimited size
                   '_' delimited size
                   rev-arch-date(1:4) delimited size
                   '.dat' delimited size
                   into rev-arch-path
           end-if.

       680-disputes-queue.
           perform 070-require-supervisor
           display erase screen
           display function trim(mt-disputes-queue trailing) at 0202
           move 0 to dispute-count
           move "N" to dispute-eof-switch
           open input dispute-file
           if dispute-status = "00"
               perform 681-load-dispute-line
                   until end-of-disputes
               close dispute-file
           end-if
           if dispute-count = 0
               display function trim(mt-no-disputes trailing) at 0402
               display function trim(mt-press-any-key trailing) at 1002
               accept user-input at 1029
               perform 100-admin-menu
           end-if
           display function trim(mt-case-player-status trailing)
               at 0302
           display function trim(mt-opened trailing) at 0360
           perform 682-show-one-dispute
               varying dispute-idx from 1 by 1
               until dispute-idx > dispute-count
                   or dispute-idx > 9
           display function trim(mt-pick-a-number-2 trailing) at 1602
           display function trim(mt-key-to-go-back trailing) at 1702
           accept user-input at 1719
           if user-input >= '1' and user-input <= '9'
               compute dispute-pick = function numval(user-input)
               if dispute-pick <= dispute-count
                   and dispute-pick <= 9
                   perform 685-review-dispute
                   perform 680-disputes-queue
               end-if
           end-if
           perform 100-admin-menu.

       681-load-dispute-line.
           read dispute-file into dispute-work-line
               at end move "Y" to dispute-eof-switch
           end-read
           if not end-of-disputes
               and dispute-count < 20
               perform 683-split-dispute-line
               if dq-status-fld = "OPEN"
                   or dq-status-fld = "ASSIGNED"
                   or dq-status-fld = "PENDING"
                   add 1 to dispute-count
                   move dispute-work-line
                       to dispute-entry(dispute-count)
               end-if
           end-if.

       682-show-one-dispute.
           move dispute-entry(dispute-idx) to dispute-work-line
           perform 683-split-dispute-line
           compute dispute-row = dispute-idx + 3
           display dispute-idx at line dispute-row column 1
           display dq-case-fld at line dispute-row column 4
           display function trim(dq-player-fld)
               at line dispute-row column 12
           display dq-status-fld at line dispute-row column 29
           display function trim(dq-owner-fld)
               at line dispute-row column 39
           display dq-date-fld at line dispute-row column 60.

       683-split-dispute-line.
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
           end-if.

       685-review-dispute.
           move dispute-entry(dispute-pick) to dispute-work-line
           perform 683-split-dispute-line
           display erase screen
           display function trim(mt-dispute-case trailing) at 0202
           display dq-case-fld at 0224
           display function trim(mt-player trailing) at 0402
           display function trim(dq-player-fld) at 0420
           display function trim(mt-status trailing) at 0502
           display dq-status-fld at 0520
           display function trim(mt-owner trailing) at 0540
           display function trim(dq-owner-fld) at 0550
           display function trim(mt-opened-2 trailing) at 0602
           display dq-date-fld at 0620
           display dq-time-fld at 0630
           display function trim(mt-bank-when-filed trailing) at 0702
           display function trim(dq-bal-fld) at 0720
           display function trim(mt-reason trailing) at 0802
           display function trim(dq-reason-fld) at 0820
           display function trim(mt-disputed-line trailing) at 0902
           display function trim(dq-txn-fld trailing) at 1002
           if dq-status-fld = "PENDING"
               display function trim(mt-a-credit-is-waiting trailing)
                   at 1302
               display function trim(mt-press-any-key trailing) at 1402
               accept user-input at 1429
               exit paragraph
           end-if
           display function trim(mt-a-ssign-to-me trailing)
               at 1402
           accept user-input at 1452
           move dq-player-fld to admin-username
           evaluate user-input
               when 'A'
               when 'a'
                   move operator-id to dq-owner-fld
                   move "ASSIGNED" to dq-status-fld
                   move 0 to dispute-credit
                   move spaces to dispute-note
                   string 'Assigned to ' delimited size
                       function trim(operator-id) delimited size
                       into dispute-note
                   perform 690-update-dispute
                   perform 694-mail-dispute-status
               when 'R'
               when 'r'
                   perform 686-resolve-dispute
               when 'J'
               when 'j'
                   display function trim(mt-reason-3 trailing) at 1602
                   move spaces to dispute-note
                   accept dispute-note at 1624
                   inspect dispute-note replacing all '|' by '/'
                   move "REJECTED" to dq-status-fld
                   move 0 to dispute-credit
                   perform 690-update-dispute
                   perform 694-mail-dispute-status
               when other
                   continue
           end-evaluate.

       686-resolve-dispute.
           display function trim(mt-credit trailing) at 1602
           move 0 to dispute-credit
           accept dispute-credit at 1637
           display function trim(mt-resolution-note trailing) at 1702
           move spaces to dispute-note
           accept dispute-note at 1719
           inspect dispute-note replacing all '|' by '/'
           if dq-owner-fld = spaces
               move operator-id to dq-owner-fld
           end-if
           if dispute-credit = 0
               move "RESOLVED" to dq-status-fld
               perform 690-update-dispute
               perform 694-mail-dispute-status
               exit paragraph
           end-if
           move "PENDING" to dq-status-fld
           perform 690-update-dispute
           move "DISPUTE" to audit-field
           move dq-case-fld to audit-old-value
           move spaces to audit-new-value
           move dispute-credit to disp-dispute-amt
           move function trim(disp-dispute-amt) to audit-new-value
           move dispute-note to audit-reason
           perform 910-queue-for-approval
           perform 694-mail-dispute-status
           display function trim(mt-credit-queued trailing) at 1902
           accept user-input at 1939.

       687-close-player-disputes.
           move "disputes" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               perform 269-note-busy-step
               exit paragraph
           end-if
           move 0 to dispute-count
           move "N" to dispute-eof-switch
           open input dispute-file
           open output dispute-temp-file
           if dispute-status = "00" and dispute-temp-status = "00"
               perform 688-close-dispute-line
                   until end-of-disputes
           end-if
           close dispute-file
           close dispute-temp-file
           if dispute-count > 0
               perform 692-copy-disputes-back
           end-if
           perform 622-release-lock
           move dispute-count to closure-disputes
           move 0 to dispute-credit
           move 'Account closed' to dispute-note
           perform 689-report-closed-dispute
               varying dispute-idx from 1 by 1
               until dispute-idx > dispute-count.

       688-close-dispute-line.
           read dispute-file into dispute-work-line
               at end move "Y" to dispute-eof-switch
           end-read
           if end-of-disputes
               exit paragraph
           end-if
           perform 683-split-dispute-line
           if function trim(dq-player-fld)
                   = function trim(admin-username)
               and dispute-count < 20
               and (dq-status-fld = "OPEN"
                   or dq-status-fld = "ASSIGNED"
                   or dq-status-fld = "PENDING")
               move 1 to dq-pointer
               unstring dispute-work-line delimited by '|'
                   into dq-case-fld dq-status-fld
                   with pointer dq-pointer
               end-unstring
               move spaces to dispute-temp-record
               string function trim(dq-case-fld) delimited size
                   '|REJECTED|' delimited size
                   function trim(dispute-work-line(dq-pointer:)
                       trailing) delimited size
                   into dispute-temp-record
               add 1 to dispute-count
               move dispute-temp-record
                   to dispute-entry(dispute-count)
               write dispute-temp-record
           else
               write dispute-temp-record from dispute-work-line
           end-if.

       689-report-closed-dispute.
           move dispute-entry(dispute-idx) to dispute-work-line
           perform 683-split-dispute-line
           perform 693-write-dispute-history
           perform 694-mail-dispute-status
           if closure-case-ptr > 1
               string ' ' delimited size
                   into closure-case-list with pointer closure-case-ptr
               end-string
           end-if
           string function trim(dq-case-fld) delimited size
               into closure-case-list with pointer closure-case-ptr
           end-string.

       690-update-dispute.
           move "disputes" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-disputes-file trailing)
                   at 2102
               accept user-input at 2140
               exit paragraph
           end-if
           move dq-case-fld to dispute-case
           move spaces to dispute-work-line
           string function trim(dq-case-fld) delimited size
               '|' delimited size
               function trim(dq-status-fld) delimited size
               '|' delimited size
               function trim(dq-player-fld) delimited size
               '|' delimited size
               dq-date-fld delimited size
               '|' delimited size
               dq-time-fld delimited size
               '|' delimited size
               function trim(dq-bal-fld) delimited size
               '|' delimited size
               function trim(dq-owner-fld) delimited size
               '|' delimited size
               function trim(dq-reason-fld) delimited size
               '|' delimited size
               function trim(dq-txn-fld trailing) delimited size
               into dispute-work-line
           move "N" to dispute-found-switch
           move "N" to dispute-eof-switch
           open input dispute-file
           open output dispute-temp-file
           if dispute-status = "00" and dispute-temp-status = "00"
               perform 691-rewrite-dispute-line
                   until end-of-disputes
           end-if
           close dispute-file
           close dispute-temp-file
           if dispute-found
               perform 692-copy-disputes-back
               perform 693-write-dispute-history
           end-if
           perform 622-release-lock.

       691-rewrite-dispute-line.
           read dispute-file
               at end move "Y" to dispute-eof-switch
           end-read
           if not end-of-disputes
               move spaces to dispute-key-fld
               unstring dispute-record delimited by '|'
                   into dispute-key-fld
               end-unstring
               if dispute-key-fld = dispute-case
                   move "Y" to dispute-found-switch
                   write dispute-temp-record from dispute-work-line
               else
                   write dispute-temp-record from dispute-record
               end-if
           end-if.

       692-copy-disputes-back.
           move "N" to dispute-eof-switch
           open input dispute-temp-file
           open output dispute-file
           if dispute-temp-status = "00" and dispute-status = "00"
               perform 698-copy-dispute-line
                   until end-of-disputes
           end-if
           close dispute-temp-file
           close dispute-file.

       693-write-dispute-history.
           accept dispute-date from date yyyymmdd
           accept dispute-time from time
           move spaces to dispute-hist-line
           string function trim(dq-case-fld) delimited size
               '|' delimited size
               dispute-date delimited size
               '|' delimited size
               dispute-time delimited size
               '|' delimited size
               function trim(dq-status-fld) delimited size
               '|' delimited size
               function trim(operator-id) delimited size
               '|' delimited size
               dispute-credit delimited size
               '|' delimited size
               function trim(dispute-note) delimited size
               into dispute-hist-line
           open extend dispute-hist-file
           if dispute-hist-status = "00"
               write dispute-hist-record from dispute-hist-line
           end-if
           close dispute-hist-file.

       694-mail-dispute-status.
           move dq-player-fld to mail-to
           move "ADMIN" to mail-from
           move spaces to mail-text
           evaluate dq-status-fld
               when "ASSIGNED"
                   string 'Dispute case ' delimited size
                       dq-case-fld delimited size
                       ' is ASSIGNED - an operator is on it.'
                       delimited size
                       into mail-text
               when "PENDING"
                   move dispute-credit to disp-dispute-amt
                   string 'Dispute case ' delimited size
                       dq-case-fld delimited size
                       ' is PENDING a credit of $' delimited size
                       function trim(disp-dispute-amt) delimited size
                       ' - awaiting approval.' delimited size
                       into mail-text
               when "RESOLVED"
                   string 'Dispute case ' delimited size
                       dq-case-fld delimited size
                       ' is RESOLVED: ' delimited size
                       function trim(dispute-note) delimited size
                       into mail-text
               when "REJECTED"
                   string 'Dispute case ' delimited size
                       dq-case-fld delimited size
                       ' was REJECTED: ' delimited size
                       function trim(dispute-note) delimited size
                       into mail-text
           end-evaluate
           perform 600-post-mail.

       695-load-dispute-case.
           move "N" to dispute-found-switch
           move "N" to dispute-eof-switch
           open input dispute-file
           if dispute-status = "00"
               perform 699-find-dispute-line
                   until end-of-disputes or dispute-found
               close dispute-file
           end-if.

       696-apply-dispute-credit.
           move admin-username to api-player
           compute api-amount = function numval(ap-new-fld)
           perform 520-api-deposit
           if api-response(1:7) not = "SUCCESS"
               display function trim(mt-server-deposit trailing) at 2102
               accept user-input at 2124
               exit paragraph
           end-if
           perform 610-write-audit
           move "APPR" to ap-kind-fld
           perform 960-rewrite-approval-line
           move admin-username to txn-player
           move "DISPCR" to txn-kind
           move api-amount to txn-amount
           compute txn-balance = user-bank + api-amount
           move spaces to txn-counterparty
           perform 262-post-txn-line
           move ap-old-fld to dispute-case
           perform 695-load-dispute-case
           if dispute-found
               move "RESOLVED" to dq-status-fld
               move api-amount to dispute-credit
               move api-amount to disp-dispute-amt
               move spaces to dispute-note
               string '$' delimited size
                   function trim(disp-dispute-amt) delimited size
                   ' credited to your bank' delimited size
                   into dispute-note
               perform 690-update-dispute
               perform 694-mail-dispute-status
           end-if
           display function trim(mt-approved trailing) at 2102
           accept user-input at 2124.

       697-dispute-credit-refused.
           move ap-old-fld to dispute-case
           perform 695-load-dispute-case
           if dispute-found
               move "ASSIGNED" to dq-status-fld
               move 0 to dispute-credit
               move 'Credit refused at approval' to dispute-note
               perform 690-update-dispute
               move dq-player-fld to mail-to
               move "ADMIN" to mail-from
               move spaces to mail-text
               string 'Dispute case ' delimited size
                   dq-case-fld delimited size
                   ' credit was not approved - back under review.'
                   delimited size
                   into mail-text
               perform 600-post-mail
           end-if.

       698-copy-dispute-line.
           read dispute-temp-file
               at end move "Y" to dispute-eof-switch
           end-read
           if not end-of-disputes
               write dispute-record from dispute-temp-record
           end-if.

       699-find-dispute-line.
           read dispute-file into dispute-work-line
               at end move "Y" to dispute-eof-switch
           end-read
           if not end-of-disputes
               perform 683-split-dispute-line
               if dq-case-fld = dispute-case
                   move "Y" to dispute-found-switch
               end-if
           end-if.

       900-validate-alnum.
           move "Y" to validate-ok

       999-exit.
           display erase screen
           display function trim(mt-admin-session trailing) at 0202
           stop run.

       end program admin.
