       program-id. ngm.
       
       environment division.
       configuration section.
       special-names.
           crt status is crt-key-status.
       input-output section.
           select api-response-file assign to
               api-response-path
               hackidx-path
               organization is line sequential
               file status is hackidx-status.
           select rivals-file assign to
               rivals-path
               organization is line sequential
               file status is rivals-status.
           select pending-file assign to
               "./NGM/logs/pending_updates.dat"
               organization is line sequential
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
               "./NGM/data/crews.tmp"
               organization is line sequential
               file status is crew-temp-status.
           select crew-ledger-file assign to
               "./NGM/logs/crew_ledger.dat"
               organization is line sequential
               file status is crew-ledger-status.
           select register-file assign to
               "./NGM/logs/register_log.dat"
               organization is line sequential
               policy-path
               organization is line sequential
               file status is policy-status.
           select ins-ledger-file assign to
               "./NGM/logs/insurance_ledger.dat"
               organization is line sequential
               file status is ins-ledger-status.
           select casino-limits-file assign to
               "./NGM/logs/casino_limits.dat"
               organization is line sequential
               file status is casino-limits-status.
           select claims-file assign to
               claims-path
               organization is line sequential
               dossier-path
               organization is line sequential
               file status is dossier-status.
           select store-catalog-file assign to
               "./NGM/data/store_catalog.dat"
               organization is line sequential
               file status is store-cat-status.
           select store-log-file assign to
               "./NGM/logs/store_log.dat"
               organization is line sequential
               file status is store-log-status.
           select buff-file assign to
               buff-path
               organization is line sequential
               file status is buff-status.
           select txn-log-file assign to
               txn-log-path
               organization is line sequential
               "./NGM/data/lottery_pot.dat"
               organization is line sequential
               file status is lottery-pot-status.
           select lottery-history-file assign to
               "./NGM/data/lottery_history.dat"
               organization is line sequential
               file status is lottery-history-status.
           select lottery-archive-file assign to
               "./NGM/data/lottery_tickets.dat"
               organization is line sequential
               file status is lottery-archive-status.
           select prop-catalog-file assign to
               "./NGM/data/properties.dat"
               organization is line sequential
               vacation-path
               organization is line sequential
               file status is vacation-status.
           select closed-file assign to
               "./NGM/data/closed_accounts.dat"
               organization is line sequential
               file status is closed-status.
           select players-file assign to
               "./NGM/data/players.dat"
               organization is line sequential
               file status is players-status.
           select players-temp-file assign to
               "./NGM/data/players.tmp"
               organization is line sequential
               file status is players-temp-status.
           select pending-event-file assign to
               "./NGM/data/events_pending.dat"
               organization is line sequential
               file status is pending-ev-status.
           select messages-file assign to
               "./NGM/data/messages.dat"
               organization is line sequential
               file status is messages-status.
           select voucher-file assign to
               "./NGM/data/vouchers.dat"
               organization is line sequential
               file status is voucher-status.
           select redemption-file assign to
               "./NGM/data/voucher_redemptions.dat"
               organization is line sequential
               file status is redemption-status.

       data division.
       file section.
           01 hack-month-record pic x(100).
           fd hackidx-file.
           01 hackidx-record pic x(100).
           fd rivals-file.
           01 rivals-record pic x(80).
           fd pending-file.
           01 pending-record pic x(500).
           fd pending-retry-file.
           01 batch-input-record pic x(80).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd loan-file.
           01 loan-record pic x(80).
           fd bounty-file.
           01 crew-record pic x(100).
           fd crew-temp-file.
           01 crew-temp-record pic x(100).
           fd crew-ledger-file.
           01 crew-ledger-record pic x(120).
           fd register-file.
           01 register-record pic x(60).
           fd tunables-file.
           01 season-score-record pic x(40).
           fd policy-file.
           01 policy-record pic x(80).
           fd ins-ledger-file.
           01 ins-ledger-record pic x(80).
           fd casino-limits-file.
           01 casino-limits-record pic x(80).
           fd claims-file.
           01 claims-record pic x(120).
           fd dossier-file.
           01 dossier-record pic x(80).
           fd store-catalog-file.
           01 store-catalog-record pic x(120).
           fd store-log-file.
           01 store-log-record pic x(80).
           fd buff-file.
           01 buff-record pic x(80).
           fd txn-log-file.
           01 txn-log-record pic x(100).
           fd collect-file.
           01 lottery-record pic x(60).
           fd lottery-pot-file.
           01 lottery-pot-record pic x(20).
           fd lottery-history-file.
           01 lottery-history-record pic x(100).
           fd lottery-archive-file.
           01 lottery-archive-record pic x(80).
           fd prop-catalog-file.
           01 prop-catalog-record pic x(60).
           fd prop-file.
           01 lock-record pic x(20).
           fd vacation-file.
           01 vacation-record pic x(30).
           fd closed-file.
           01 closed-record pic x(100).
           fd players-file.
           01 players-record pic x(100).
           fd players-temp-file.
           01 players-temp-record pic x(100).
           fd pending-event-file.
           01 pending-event-record pic x(400).
           fd messages-file.
           01 messages-record pic x(100).
           fd voucher-file.
           01 voucher-record pic x(120).
           fd redemption-file.
           01 redemption-record pic x(100).

       working-storage section.
       01  gamedata.
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "ngm".
           05 journal-queued   pic x(1) value "N".
           05 journal-no-reply pic x(40) value "NOWAIT".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
           05 bounty-eof-switch    pic x(1) value "N".
               88 end-of-bounties value "Y".
           05 bounty-work-line     pic x(100).
           05 bty-status-fld       pic x(8).
           05 bty-poster-fld       pic x(20).
           05 bty-target-fld       pic x(20).
           05 bty-amount-fld       pic x(8).
           05 bty-date-fld         pic x(8).
           05 bty-expires-fld      pic x(8).
           05 bounty-collected     pic 9(6) value 0.
           05 bounty-claim-date    pic 9(8).
           05 disp-bounty          pic z(5)9.
           05 season-hack-wins    pic 9(5) value 0.
           05 season-earn-amt     pic s9(7) value 0.

       01  rival-watch.
           05 rivals-status       pic x(2).
           05 rivals-path         pic x(60).
           05 rivals-line         pic x(80).
           05 rivals-eof-switch   pic x(1) value "N".
               88 end-of-rivals value "Y".
           05 rw-kind-fld         pic x(6).
           05 rw-name-fld         pic x(20).
           05 rw-pinned-fld       pic x(8).
           05 rw-ahead-fld        pic x(1).
           05 rw-season-fld       pic x(10).
           05 rw-count            pic 9(2) value 0.
           05 rw-idx              pic 9(2).
           05 rw-entry occurs 10 times.
               10 rw-name         pic x(20).
               10 rw-pinned       pic x(8).
               10 rw-ahead        pic x(1).
               10 rw-season       pic x(10).
           05 rw-earned           pic s9(9).
           05 rw-passed-count     pic 9(2) value 0.
           05 rw-row              pic 9(2).
           05 disp-rw-more        pic z9.

       01  insurance-claim.
           05 policy-status     pic x(2).
           05 policy-path       pic x(60).
           05 claim-date        pic 9(8).
           05 claim-time        pic 9(8).
           05 policy-check-date pic 9(8).
           05 ins-ledger-status pic x(2).
           05 ins-ledger-line   pic x(80).
           05 ins-event         pic x(8).
           05 ins-event-tier    pic 9(1).
           05 ins-event-amount  pic 9(7).
           05 policy-age-days   pic s9(5) value 0.
           05 disp-payout       pic z(5)9.

           05 txn-log-line      pic x(100).
           05 txn-timestamp     pic 9(8).
           05 txn-post-date     pic 9(8).
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

       01  store-log.
           05 store-log-status  pic x(2).
           05 overtime-pass-price  pic 9(5) value 150.
           05 upgrade-price-base   pic 9(5) value 300.

       01  store-catalog.
           05 store-cat-status     pic x(2).
           05 store-cat-eof-switch pic x(1) value "N".
               88 end-of-store-catalog value "Y".
           05 store-cat-line       pic x(120).
           05 store-cat-count      pic 9(2) value 0.
           05 store-cat-idx        pic 9(2).
           05 store-cat-entry occurs 40 times.
               10 sc-code          pic x(12).
               10 sc-name          pic x(30).
               10 sc-price-kind    pic x(5).
               10 sc-price         pic 9(7).
               10 sc-stock         pic 9(5).
               10 sc-effect        pic x(6).
               10 sc-target        pic x(8).
               10 sc-amount        pic 9(5).
               10 sc-days          pic 9(3).
               10 sc-min-level     pic 9(3).
               10 sc-track         pic 9(1).
               10 sc-sold-today    pic 9(5).
           05 sc-kind-fld          pic x(6).
           05 sc-code-fld          pic x(12).
           05 sc-name-fld          pic x(30).
           05 sc-price-kind-fld    pic x(5).
           05 sc-price-fld         pic x(8).
           05 sc-stock-fld         pic x(6).
           05 sc-effect-fld        pic x(6).
           05 sc-target-fld        pic x(8).
           05 sc-amount-fld        pic x(6).
           05 sc-days-fld          pic x(4).
           05 sc-min-level-fld     pic x(4).
           05 sc-track-fld         pic x(3).
           05 store-stock-switch   pic x(1) value "N".
               88 store-has-stock-limits value "Y".
           05 store-sold-eof-switch pic x(1) value "N".
               88 end-of-store-sold value "Y".
           05 store-today          pic 9(8).
           05 ss-user-fld          pic x(20).
           05 ss-item-fld          pic x(12).
           05 ss-amt-fld           pic x(10).
           05 ss-date-fld          pic x(8).
           05 store-page           pic 9(2) value 1.
           05 store-pages          pic 9(2) value 1.
           05 store-page-size      pic 9(2) value 8.
           05 shelf-count          pic 9(2) value 0.
           05 shelf-idx            pic 9(2).
           05 shelf-entry occurs 40 times.
               10 shelf-cat-idx    pic 9(2).
           05 shelf-first          pic 9(2).
           05 shelf-slot           pic 9(2).
           05 shelf-row            pic 9(2).
           05 shelf-pick           pic 9(2).
           05 shelf-level          pic 9(3).
           05 shelf-ok-switch      pic x(1).
               88 shelf-item-shown value "Y".
           05 shelf-lottery-switch pic x(1).
               88 shelf-shows-lottery value "Y".
           05 disp-shelf-num       pic 9(1).
           05 disp-stock-left      pic z(4)9.
           05 disp-store-page      pic z9.
           05 store-item-price     pic 9(8).
           05 store-pick-idx       pic 9(2).

       01  store-buff-info.
           05 buff-status          pic x(2).
           05 buff-path            pic x(60).
           05 buff-line            pic x(80).
           05 buff-eof-switch      pic x(1) value "N".
               88 end-of-buffs value "Y".
           05 bf-kind-fld          pic x(6).
           05 bf-code-fld          pic x(12).
           05 bf-target-fld        pic x(8).
           05 bf-pct-fld           pic x(4).
           05 bf-expires-fld       pic x(8).
           05 buff-today           pic 9(8).
           05 buff-expires         pic 9(8).
           05 buff-best-pct        pic 9(3) value 0.
           05 buff-bonus           pic s9(5) value 0.
           05 disp-buff-bonus      pic z(4)9.
           05 disp-buff-pct        pic zz9.
           05 disp-buff-days       pic zz9.

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
           05 hack-fee            pic 9(5) value 500.
           05 event-ticket-price  pic 9(5) value 100.
           05 recon-fee           pic 9(5) value 50.
           05 casino-raise-days   pic 9(3) value 7.
           05 menu-price-line     pic x(40).

       01  idle-session.
           05 crt-key-status      pic 9(4) value 0.
               88 idle-timed-out value 8001.
           05 idle-timeout-secs   pic 9(4) value 300.
           05 idle-screen         pic x(8).
           05 idle-ending-switch  pic x(1) value "N".
               88 idle-ending value "Y".
           05 idle-notice-switch  pic x(1) value "N".
               88 idle-notice-on value "Y".
           05 atm-idle-flag       pic x(1) value "N".
               88 atm-timed-out value "Y".

       01  inventory.
           05 hack-shield-count    pic 9(2) value 0.
               88 has-hack-shield value 1 thru 99.
           05 autodep-floor     pic 9(5) value 0.
           05 fastconf-flag     pic x(1) value "N".
               88 fast-confirm value "Y".
           05 pref-lang         pic x(2) value spaces.
           05 pref-pick         pic x(1).
           05 notify-channel    pic x(1) value "N".
               88 notify-off value "N".
           05 notify-level      pic x(1) value "A".
           05 quiet-start       pic 9(4) value 0.
           05 quiet-start-x redefines quiet-start.
               10 quiet-start-hh pic 9(2).
               10 quiet-start-mm pic 9(2).
           05 quiet-end         pic 9(4) value 0.
           05 quiet-end-x redefines quiet-end.
               10 quiet-end-hh  pic 9(2).
               10 quiet-end-mm  pic 9(2).
           05 disp-notify       pic x(20).
           05 pf-next-fld       pic x(10).
           05 pf-when-fld       pic x(10).
           05 cas-loss-limit    pic 9(5) value 0.
           05 cas-loss-next     pic 9(5) value 0.
           05 cas-loss-when     pic 9(8) value 0.
           05 cas-bet-limit     pic 9(3) value 0.
           05 cas-bet-next      pic 9(3) value 0.
           05 cas-bet-when      pic 9(8) value 0.
           05 cas-cool-until    pic 9(8) value 0.
           05 cas-today         pic 9(8).
           05 cas-new-loss      pic 9(5).
           05 cas-new-bets      pic 9(3).
           05 cas-cool-days     pic 9(3).
           05 cas-cool-new      pic 9(8).
           05 cas-raise-date    pic 9(8).
           05 casino-limits-status pic x(2).
           05 casino-limits-line pic x(80).
           05 cas-event         pic x(10).
           05 cas-event-value   pic 9(8).
           05 disp-casino       pic x(40).
           05 disp-cas-loss     pic z(4)9.
           05 disp-cas-bets     pic zz9.
           05 cas-ptr           pic 9(2).
           05 cas-raised-switch pic x(1) value "N".
               88 cas-raised value "Y".
           05 autodep-amount    pic 9(5).
           05 disp-floor        pic z(4)9.
           05 disp-autodep      pic z(4)9.
           05 lockout-mins      pic 9(3) value 30.
           05 locked-out-switch pic x(1) value "N".
               88 account-locked-out value "Y".
           05 closed-status     pic x(2).
           05 closed-eof-switch pic x(1) value "N".
               88 end-of-closed value "Y".
           05 closed-user-fld   pic x(20).
           05 closed-check-name pic x(20).
           05 closed-found-switch pic x(1) value "N".
               88 account-is-closed value "Y".

       01  player-registry.
           05 players-status    pic x(2).
           05 players-temp-status pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 players-line      pic x(100).
           05 preg-name-fld     pic x(20).
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(8).
           05 preg-crew-fld     pic x(20).
           05 preg-today        pic 9(8).
           05 preg-reg-date     pic 9(8) value 0.
           05 preg-new-status   pic x(8).
           05 preg-found-switch pic x(1) value "N".
               88 registry-row-found value "Y".
           05 preg-login-switch pic x(1) value "N".
               88 registry-is-login value "Y".
           05 history-count     pic 9(3) value 0.
           05 history-idx       pic 9(3).
           05 history-line      pic x(30) occurs 200 times.
               10 ph-name         pic x(20).
               10 ph-buy-date     pic 9(8).
               10 ph-accrue-date  pic 9(8).
               10 ph-sold-date    pic 9(8).
           05 ph-name-fld         pic x(20).
           05 ph-buy-fld          pic x(8).
           05 ph-accrue-fld       pic x(8).
           05 ph-sold-fld         pic x(8).
           05 rent-stop-date      pic 9(8).
           05 prop-line           pic x(60).
           05 property-value      pic s9(8) value 0.
           05 rent-days           pic s9(5).
           05 lottery-ticket-price pic 9(5) value 100.
           05 disp-pot           pic z(7)9.

       01  lottery-results.
           05 lottery-history-status pic x(2).
           05 lottery-archive-status pic x(2).
           05 lr-eof-switch      pic x(1) value "N".
               88 end-of-lottery-results value "Y".
           05 lr-line            pic x(100).
           05 lr-no-fld          pic x(6).
           05 lr-date-fld        pic x(8).
           05 lr-time-fld        pic x(8).
           05 lr-win-fld         pic x(4).
           05 lr-tickets-fld     pic x(6).
           05 lr-pot-fld         pic x(9).
           05 lr-prize-fld       pic x(9).
           05 lr-winners-fld     pic x(4).
           05 lr-user-fld        pic x(20).
           05 lr-pick-fld        pic x(4).
           05 lr-count           pic 9(2) value 0.
           05 lr-idx             pic 9(2).
           05 lr-row             pic 9(2).
           05 lr-found-switch    pic x(1).
               88 lr-draw-found value "Y".
           05 lr-draw occurs 10 times.
               10 lr-no          pic 9(5).
               10 lr-date        pic 9(8).
               10 lr-win         pic 9(2).
               10 lr-tickets     pic 9(5).
               10 lr-winners     pic 9(2).
               10 lr-prize       pic 9(8).
               10 lr-yours       pic x(26).
               10 lr-ptr         pic 9(2).
           05 disp-lr-no         pic z(4)9.
           05 disp-lr-count      pic z(4)9.
           05 disp-lr-pick       pic 99.

       01  crew-perks.
           05 perk-eof-switch   pic x(1) value "N".
               88 end-of-perk-scan value "Y".
           05 effective-hack-fee pic 9(5).
           05 perk-bonus        pic s9(5) value 0.
           05 disp-perk-bonus   pic z(4)9.
           05 crew-ledger-status pic x(2).
           05 crew-ledger-line  pic x(120).
           05 ledger-date       pic 9(8).
           05 ledger-time       pic 9(8).

       01  collect-award.
           05 collect-status    pic x(2).
           05 debt-penalty        pic s9(5) value 0.
           05 event-debt-flag     pic x(1) value "N".

       01  event-suggestion.
           05 pending-ev-status   pic x(2).
           05 pending-ev-line     pic x(400).
           05 pending-ev-eof-switch pic x(1) value "N".
               88 end-of-pending-evs value "Y".
           05 sg-id-fld           pic x(6).
           05 sg-status-fld       pic x(8).
           05 sg-user-fld         pic x(20).
           05 sg-line-count       pic 9(5).
           05 sg-open-count       pic 9(2).
           05 sg-open-max         pic 9(2) value 3.
           05 sg-id               pic x(6).
           05 sg-date             pic 9(8).
           05 sg-text-1           pic x(59).
           05 sg-text-2           pic x(59).
           05 sg-text-3           pic x(59).
           05 sg-payout           pic s9(5).
           05 sg-payout-edit      pic -(5)9.
           05 sg-choice-switch    pic x(1).
               88 sg-is-choice value "Y" "y".
           05 sg-opt-a-cost       pic s9(5).
           05 sg-opt-a-edit       pic -(5)9.
           05 sg-opt-a-text       pic x(59).
           05 sg-opt-b-cost       pic s9(5).
           05 sg-opt-b-edit       pic -(5)9.
           05 sg-opt-b-text       pic x(59).

       01  voucher-redeem.
           05 voucher-status      pic x(2).
           05 redemption-status   pic x(2).
           05 voucher-line        pic x(120).
           05 redemption-line     pic x(100).
           05 voucher-eof-switch  pic x(1) value "N".
               88 end-of-vouchers value "Y".
           05 redemption-eof-switch pic x(1) value "N".
               88 end-of-redemptions value "Y".
           05 vc-code             pic x(10).
           05 vc-code-fld         pic x(10).
           05 vc-campaign-fld     pic x(12).
           05 vc-type-fld         pic x(7).
           05 vc-value-fld        pic x(8).
           05 vc-max-fld          pic x(6).
           05 vc-per-fld          pic x(4).
           05 vc-expiry-fld       pic x(8).
           05 vc-created-fld      pic x(8).
           05 vc-by-fld           pic x(20).
           05 vc-state-fld        pic x(6).
           05 vc-campaign         pic x(12).
           05 vc-type             pic x(7).
           05 vc-value            pic 9(7).
           05 vc-max              pic 9(5).
           05 vc-per-player       pic 9(3).
           05 vc-expiry           pic 9(8).
           05 vc-found-switch     pic x(1) value "N".
               88 vc-found value "Y".
           05 vc-rd-code-fld      pic x(10).
           05 vc-rd-user-fld      pic x(20).
           05 vc-used-total       pic 9(5).
           05 vc-used-mine        pic 9(3).
           05 vc-today            pic 9(8).
           05 vc-now              pic 9(8).
           05 vc-reason           pic x(50).
           05 vc-txn-amount       pic 9(7).
           05 vc-disp-value       pic z(6)9.

       01  message-catalog.
           05 messages-status     pic x(2).
           05 messages-eof-switch pic x(1) value "N".
               88 end-of-messages value "Y".
           05 messages-line       pic x(100).
           05 msg-no-fld          pic x(4).
           05 msg-lang-fld        pic x(2).
           05 msg-text-fld        pic x(60).
           05 msg-no              pic 9(4).
           05 msg-idx             pic 9(3).
           05 msg-base            pic 9(4) value 1000.
           05 msg-count           pic 9(3) value 426.
           05 msg-lang            pic x(2) value "EN".
           05 site-lang           pic x(2) value "EN".
           05 msg-loaded-user     pic x(20) value high-values.
           05 msg-own-flags.
               10 msg-own-lang    pic x(1) occurs 426 times.
           05 msg-pos             pic 9(3).
           05 msg-ptr             pic 9(3).
           05 msg-fill-value      pic x(20).
           05 msg-filled          pic x(60).

       01  screen-text-defaults.
           05 filler pic x(50) value
               'Welcome:'.
           05 filler pic x(50) value
               'Wallet: $'.
           05 filler pic x(50) value
               'Bank: $'.
           05 filler pic x(50) value
               'Net Worth: $'.
           05 filler pic x(50) value
               'Stats'.
           05 filler pic x(50) value
               'Job Level:'.
           05 filler pic x(50) value
               'Hacking Level:'.
           05 filler pic x(50) value
               'Security Level:'.
           05 filler pic x(50) value
               'WARNING: Wallet nearing its limit - bank it!'.
           05 filler pic x(50) value
               '*** DEEP IN DEBT - store and hacking'.
           05 filler pic x(50) value
               'are CLOSED until you work it off ***'.
           05 filler pic x(50) value
               'IN DEBT - the collectors are circling.'.
           05 filler pic x(50) value
               '1. Go to Work (Earn Money)'.
           05 filler pic x(50) value
               '2. Event (Cost $&1)'.
           05 filler pic x(50) value
               '3. Store (Buy Upgrades)'.
           05 filler pic x(50) value
               '4. Hacking Attempt (Cost $&1)'.
           05 filler pic x(50) value
               '5. ATM (Deposit/Withdraw/Highscores)'.
           05 filler pic x(50) value
               '6. Exit'.
           05 filler pic x(50) value
               '7. Logout'.
           05 filler pic x(50) value
               'Login required for features 4 & 5'.
           05 filler pic x(50) value
               '8. Register this session'.
           05 filler pic x(50) value
               '8. Change Password'.
           05 filler pic x(50) value
               '9. View Highscores'.
           05 filler pic x(50) value
               'H. Login History'.
           05 filler pic x(50) value
               'S. Staff Office'.
           05 filler pic x(50) value
               'D. Defenses'.
           05 filler pic x(50) value
               'R. Property Desk'.
           05 filler pic x(50) value
               'M. Mailbox'.
           05 filler pic x(50) value
               'B. Bounty Board'.
           05 filler pic x(50) value
               'P. Profile'.
           05 filler pic x(50) value
               'C. Crews'.
           05 filler pic x(50) value
               'X. Coin Exchange'.
           05 filler pic x(50) value
               'G. Casino'.
           05 filler pic x(50) value
               'T. Marketplace'.
           05 filler pic x(50) value
               'O. Settings'.
           05 filler pic x(50) value
               'E. Suggest an Event'.
           05 filler pic x(50) value
               'TODAY:'.
           05 filler pic x(50) value
               'DEALS TODAY AT THE STORE!'.
           05 filler pic x(50) value
               '*** MAINTENANCE: money ops closed ***'.
           05 filler pic x(50) value
               'SEASON'.
           05 filler pic x(50) value
               'IS LIVE!'.
           05 filler pic x(50) value
               'Achievements:'.
           05 filler pic x(50) value
               'Enter number to continue:'.
           05 filler pic x(50) value
               '*** SERVER MAINTENANCE IN PROGRESS ***'.
           05 filler pic x(50) value
               'That feature is closed until the'.
           05 filler pic x(50) value
               'window ends. Try again later.'.
           05 filler pic x(50) value
               'Press any key to continue...'.
           05 filler pic x(50) value
               'You must be logged in to save settings.'.
           05 filler pic x(50) value
               '=== PLAYER SETTINGS ==='.
           05 filler pic x(50) value
               '1. Default career track:'.
           05 filler pic x(50) value
               'ask every time'.
           05 filler pic x(50) value
               '2. Auto-deposit above:   $'.
           05 filler pic x(50) value
               '3. Skip confirmations:'.
           05 filler pic x(50) value
               '4. Vacation mode'.
           05 filler pic x(50) value
               '5. Language:'.
           05 filler pic x(50) value
               'Auto-deposit banks any wallet money'.
           05 filler pic x(50) value
               'above the floor when you exit.'.
           05 filler pic x(50) value
               'Pick a setting, any other key to go'.
           05 filler pic x(50) value
               'back:'.
           05 filler pic x(50) value
               'Track 1-3 (0 = ask):'.
           05 filler pic x(50) value
               'Keep this much in the wallet'.
           05 filler pic x(50) value
               '(0 = off): $'.
           05 filler pic x(50) value
               'off'.
           05 filler pic x(50) value
               'Language code (blank = default):'.
           05 filler pic x(50) value
               'site default'.
           05 filler pic x(50) value
               'V. Redeem a Voucher'.
           05 filler pic x(50) value
               '6. Outside alerts:'.
           05 filler pic x(50) value
               'none'.
           05 filler pic x(50) value
               'Channel E=email S=SMS N=none:'.
           05 filler pic x(50) value
               'Send A=all alerts H=high only:'.
           05 filler pic x(50) value
               'Quiet from (HHMM, 0 = none):'.
           05 filler pic x(50) value
               'Quiet until (HHMM):'.
           05 filler pic x(50) value
               '7. Casino limits:'.
           05 filler pic x(50) value
               'Daily loss limit (0 = none): $'.
           05 filler pic x(50) value
               'Daily bet count (0 = none):'.
           05 filler pic x(50) value
               'Cool-off days (0 = none):'.
           05 filler pic x(50) value
               'Raised limits start on'.
           05 filler pic x(50) value
               'This build speaks api contract version'.
           05 filler pic x(50) value
               'but the server answered with version'.
           05 filler pic x(50) value
               'Playing on would corrupt balances -'.
           05 filler pic x(50) value
               'update the game before logging in.'.
           05 filler pic x(50) value
               'Money operations are paused until the'.
           05 filler pic x(50) value
               'window ends. Mail still works.'.
           05 filler pic x(50) value
               '1. Login as Existing Player'.
           05 filler pic x(50) value
               '2. Register as New Player'.
           05 filler pic x(50) value
               '3. Play as Guest'.
           05 filler pic x(50) value
               '4. Forgot Password'.
           05 filler pic x(50) value
               'Your session timed out - progress was saved.'.
           05 filler pic x(50) value
               'LOGIN'.
           05 filler pic x(50) value
               'Enter Username:'.
           05 filler pic x(50) value
               'Usernames may only contain letters and'.
           05 filler pic x(50) value
               'digits. Please try again.'.
           05 filler pic x(50) value
               'Enter Password:'.
           05 filler pic x(50) value
               'Passwords may only contain letters and'.
           05 filler pic x(50) value
               'Connecting to server...'.
           05 filler pic x(50) value
               'That account has been closed.'.
           05 filler pic x(50) value
               'Account locked after repeated failed'.
           05 filler pic x(50) value
               'logins. Wait a while or see an admin.'.
           05 filler pic x(50) value
               'Login successful!'.
           05 filler pic x(50) value
               'Loading your stats...'.
           05 filler pic x(50) value
               'Login failed. Invalid credentials.'.
           05 filler pic x(50) value
               'FORGOT PASSWORD'.
           05 filler pic x(50) value
               'Enter your Username:'.
           05 filler pic x(50) value
               'Enter New Password:'.
           05 filler pic x(50) value
               'Updating password...'.
           05 filler pic x(50) value
               'Password updated - you can log in now.'.
           05 filler pic x(50) value
               'Could not reset password for that user.'.
           05 filler pic x(50) value
               'REGISTER NEW ACCOUNT'.
           05 filler pic x(50) value
               'Enter Desired Username:'.
           05 filler pic x(50) value
               'Enter Desired Password:'.
           05 filler pic x(50) value
               'Referred by (blank if nobody):'.
           05 filler pic x(50) value
               'Creating account...'.
           05 filler pic x(50) value
               'Registration successful!'.
           05 filler pic x(50) value
               'Registration failed.'.
           05 filler pic x(50) value
               'Username may already exist.'.
           05 filler pic x(50) value
               'ACHIEVEMENT UNLOCKED:'.
           05 filler pic x(50) value
               'You must be logged in to buy property.'.
           05 filler pic x(50) value
               'You must be logged in to trade items.'.
           05 filler pic x(50) value
               'You must be logged in to have a mailbox.'.
           05 filler pic x(50) value
               'You must be logged in to use bounties.'.
           05 filler pic x(50) value
               'You must be logged in to have a profile.'.
           05 filler pic x(50) value
               'You must be logged in to join a crew.'.
           05 filler pic x(50) value
               'You must be logged in to trade coins.'.
           05 filler pic x(50) value
               'CHANGE PASSWORD'.
           05 filler pic x(50) value
               'Enter Current Password:'.
           05 filler pic x(50) value
               'Current password is incorrect.'.
           05 filler pic x(50) value
               'Password changed successfully.'.
           05 filler pic x(50) value
               'Could not change password.'.
           05 filler pic x(50) value
               'REGISTER THIS SESSION'.
           05 filler pic x(50) value
               'Account created - your session carries over!'.
           05 filler pic x(50) value
               'You''re too exhausted for another shift.'.
           05 filler pic x(50) value
               'Stamina regenerates daily - come back'.
           05 filler pic x(50) value
               'after you''ve rested.'.
           05 filler pic x(50) value
               'Default career track'.
           05 filler pic x(50) value
               ' preselected (see Settings).'.
           05 filler pic x(50) value
               'Work which career track today?'.
           05 filler pic x(50) value
               '1. Management (Job Level)'.
           05 filler pic x(50) value
               '2. Hacker (Hacking Level)'.
           05 filler pic x(50) value
               '3. Security (Security Level)'.
           05 filler pic x(50) value
               'Enter number:'.
           05 filler pic x(50) value
               'Overtime Pass used - cap raised for'.
           05 filler pic x(50) value
               'this shift!'.
           05 filler pic x(50) value
               'Not enough money for event ticket'.
           05 filler pic x(50) value
               'Press any key to continue.'.
           05 filler pic x(50) value
               '=== SUGGEST AN EVENT ==='.
           05 filler pic x(50) value
               'Staff review every suggestion before it'.
           05 filler pic x(50) value
               'goes live. You will get mail either way.'.
           05 filler pic x(50) value
               'You already have suggestions waiting'.
           05 filler pic x(50) value
               'for review. Check back after staff'.
           05 filler pic x(50) value
               'have looked at them.'.
           05 filler pic x(50) value
               'Text line 1 (59 chars):'.
           05 filler pic x(50) value
               'Text line 2 (59 chars):'.
           05 filler pic x(50) value
               'Text line 3 (59 chars):'.
           05 filler pic x(50) value
               'No text - nothing sent.'.
           05 filler pic x(50) value
               'Offer the player a choice? (Y/N):'.
           05 filler pic x(50) value
               'Option 1 wallet change:'.
           05 filler pic x(50) value
               'Option 1 text (59 chars):'.
           05 filler pic x(50) value
               'Option 2 wallet change:'.
           05 filler pic x(50) value
               'Option 2 text (59 chars):'.
           05 filler pic x(50) value
               'Proposed wallet change'.
           05 filler pic x(50) value
               '(negative = loss):'.
           05 filler pic x(50) value
               'The suggestion box is busy - try again'.
           05 filler pic x(50) value
               'in a minute.'.
           05 filler pic x(50) value
               'Thanks! Queued for review as'.
           05 filler pic x(50) value
               '=== REDEEM A VOUCHER ==='.
           05 filler pic x(50) value
               'Enter your voucher code (blank to cancel):'.
           05 filler pic x(50) value
               'The voucher desk is busy - try again'.
           05 filler pic x(50) value
               'Voucher accepted! $'.
           05 filler pic x(50) value
               'has been paid into your bank.'.
           05 filler pic x(50) value
               'Voucher accepted! Hack Shields added:'.
           05 filler pic x(50) value
               'Voucher accepted! Overtime Passes added:'.
           05 filler pic x(50) value
               'Voucher accepted! A rare collectible'.
           05 filler pic x(50) value
               'is yours.'.
           05 filler pic x(50) value
               'The shopkeeper eyes your ledger.'.
           05 filler pic x(50) value
               '''No credit for deep debtors. Go work.'''.
           05 filler pic x(50) value
               'Welcome to the store!'.
           05 filler pic x(50) value
               'The shelves are empty today.'.
           05 filler pic x(50) value
               'Tonight''s lottery pot: $'.
           05 filler pic x(50) value
               'Page'.
           05 filler pic x(50) value
               ' of'.
           05 filler pic x(50) value
               'N. Next page  P. Prev page  0. Main Menu'.
           05 filler pic x(50) value
               'SOLD OUT'.
           05 filler pic x(50) value
               'Left:'.
           05 filler pic x(50) value
               'Sold out for today - try tomorrow.'.
           05 filler pic x(50) value
               'Not enough money in wallet.'.
           05 filler pic x(50) value
               'Confirm purchase of'.
           05 filler pic x(50) value
               'for $'.
           05 filler pic x(50) value
               'Y/N:'.
           05 filler pic x(50) value
               'Bought a Hack Shield - it will'.
           05 filler pic x(50) value
               'block the next hack attempt.'.
           05 filler pic x(50) value
               'Bought an Overtime Pass - your'.
           05 filler pic x(50) value
               'next shift gets a raised cap.'.
           05 filler pic x(50) value
               'Buff active: +'.
           05 filler pic x(50) value
               '% on work shifts for'.
           05 filler pic x(50) value
               ' days.'.
           05 filler pic x(50) value
               'Store buff bonus: +$'.
           05 filler pic x(50) value
               'Levels not high enough to prestige yet.'.
           05 filler pic x(50) value
               'Prestige! Levels reset - permanent bonus'.
           05 filler pic x(50) value
               'applies to future earnings and defense.'.
           05 filler pic x(50) value
               'Respec: move 1 level between stats'.
           05 filler pic x(50) value
               '1. Job Level'.
           05 filler pic x(50) value
               '2. Hacking Level'.
           05 filler pic x(50) value
               '3. Security Level'.
           05 filler pic x(50) value
               'Move a level FROM which stat:'.
           05 filler pic x(50) value
               'Move a level TO which stat:'.
           05 filler pic x(50) value
               'Source and target must differ.'.
           05 filler pic x(50) value
               'That stat is already at its minimum.'.
           05 filler pic x(50) value
               'Refunded $'.
           05 filler pic x(50) value
               'Your rig was repossessed until your'.
           05 filler pic x(50) value
               'debts are paid. No hacking for now.'.
           05 filler pic x(50) value
               'The loan desk has frozen your hacking'.
           05 filler pic x(50) value
               'privileges - repay your loan at the ATM.'.
           05 filler pic x(50) value
               '=== HACKING ==='.
           05 filler pic x(50) value
               'Enter the Name of the Target'.
           05 filler pic x(50) value
               '(or ? to browse the directory):'.
           05 filler pic x(50) value
               'Target names may only contain letters'.
           05 filler pic x(50) value
               'and digits. Please try again.'.
           05 filler pic x(50) value
               '3. Return to Main Menu'.
           05 filler pic x(50) value
               '4. Review My Dossiers'.
           05 filler pic x(50) value
               '=== RECON DOSSIERS (most recent) ==='.
           05 filler pic x(50) value
               'Target               Hack Sec  Date     Age'.
           05 filler pic x(50) value
               'No paid recon on file yet.'.
           05 filler pic x(50) value
               'Ages are in days - old intel goes stale.'.
           05 filler pic x(50) value
               'Could not load the player directory.'.
           05 filler pic x(50) value
               '=== TARGET DIRECTORY ==='.
           05 filler pic x(50) value
               'No.  Player                Wealth     Security'.
           05 filler pic x(50) value
               'Pick 1-9 to target, N) Next  P) Prev'.
           05 filler pic x(50) value
               'Any other key to go back:'.
           05 filler pic x(50) value
               'AWAY'.
           05 filler pic x(50) value
               'Target:'.
           05 filler pic x(50) value
               '1) Recon  2) Hack  Other) Cancel'.
           05 filler pic x(50) value
               'Recon is FREE today!'.
           05 filler pic x(50) value
               'Not enough money for recon.'.
           05 filler pic x(50) value
               'Running recon...'.
           05 filler pic x(50) value
               'Target Hack Level:'.
           05 filler pic x(50) value
               'Target Sec Level:'.
           05 filler pic x(50) value
               'Proceed with the hack? (Y/N)'.
           05 filler pic x(50) value
               'Target not found.'.
           05 filler pic x(50) value
               'Crew work bonus: +$'.
           05 filler pic x(50) value
               'Crew discount: hack fee halved!'.
           05 filler pic x(50) value
               'Revenge discount: hack fee halved!'.
           05 filler pic x(50) value
               'Hack blocked:'.
           05 filler pic x(50) value
               'Not enough money for hacking attempt'.
           05 filler pic x(50) value
               'A crew shield deflected your hack!'.
           05 filler pic x(50) value
               'A bodyguard slams the door on'.
           05 filler pic x(50) value
               'your probe. Nothing gets through.'.
           05 filler pic x(50) value
               'Hacking in progress...'.
           05 filler pic x(50) value
               'You must be logged in to use the ATM.'.
           05 filler pic x(50) value
               'You are already signed on at another'.
           05 filler pic x(50) value
               'terminal. Take over the session? Y/N'.
           05 filler pic x(50) value
               'Could not start a session.'.
           05 filler pic x(50) value
               'Session taken over.'.
           05 filler pic x(50) value
               'Takeover failed.'.
           05 filler pic x(50) value
               'Welcome back - last seen:'.
           05 filler pic x(50) value
               'Your Hack Shield absorbed an'.
           05 filler pic x(50) value
               'attack while you were away!'.
           05 filler pic x(50) value
               'WARNING: You have been hacked'.
           05 filler pic x(50) value
               ' time(s)!'.
           05 filler pic x(50) value
               'Press Any Key to Continue...'.
           05 filler pic x(50) value
               'Could not load stats.'.
           05 filler pic x(50) value
               'Your vacation hold has ended -'.
           05 filler pic x(50) value
               'welcome back to the grind.'.
           05 filler pic x(50) value
               '=== VACATION MODE ==='.
           05 filler pic x(50) value
               'Vacation armed:'.
           05 filler pic x(50) value
               ' through'.
           05 filler pic x(50) value
               'Hacks against you are refused and'.
           05 filler pic x(50) value
               'interest, premiums, and loan aging'.
           05 filler pic x(50) value
               'pause while it runs.'.
           05 filler pic x(50) value
               'C) Cancel it  Other) Back:'.
           05 filler pic x(50) value
               'Vacation cancelled.'.
           05 filler pic x(50) value
               'Vacation starts tomorrow (one day of'.
           05 filler pic x(50) value
               'notice) and runs at most 30 days.'.
           05 filler pic x(50) value
               'It cannot be armed with a live bounty'.
           05 filler pic x(50) value
               'on your head.'.
           05 filler pic x(50) value
               'Days away (0 = never mind):'.
           05 filler pic x(50) value
               'A live bounty has your name on it -'.
           05 filler pic x(50) value
               'face it before you leave town.'.
           05 filler pic x(50) value
               'Vacation armed - the account locks'.
           05 filler pic x(50) value
               'up tomorrow. Travel safe.'.
           05 filler pic x(50) value
               'Welcome back! Comeback bonus: +$'.
           05 filler pic x(50) value
               'Word of your exploits spreads - you'.
           05 filler pic x(50) value
               'are a marked hacker now.'.
           05 filler pic x(50) value
               '=== WHILE YOU WERE AWAY ==='.
           05 filler pic x(50) value
               'Days since last visit:'.
           05 filler pic x(50) value
               'Streak bonus:          $'.
           05 filler pic x(50) value
               'Bank interest posted:  $'.
           05 filler pic x(50) value
               'Debt penalty taken:    $'.
           05 filler pic x(50) value
               'Insurance premium:     $'.
           05 filler pic x(50) value
               'Property rent:         $'.
           05 filler pic x(50) value
               'Attacks while away:'.
           05 filler pic x(50) value
               'hit by'.
           05 filler pic x(50) value
               'Mail in your box:'.
           05 filler pic x(50) value
               'LOAN DELINQUENT - hacking frozen'.
           05 filler pic x(50) value
               'until you repay!'.
           05 filler pic x(50) value
               'Loan days before freeze:'.
           05 filler pic x(50) value
               'Season earnings:       $'.
           05 filler pic x(50) value
               ' more'.
           05 filler pic x(50) value
               'Rival'.
           05 filler pic x(50) value
               'passed you on the season board.'.
           05 filler pic x(50) value
               'Insurance payout: +$'.
           05 filler pic x(50) value
               'Insurance premium collected.'.
           05 filler pic x(50) value
               'Insurance policy LAPSED - premium'.
           05 filler pic x(50) value
               'overdue and unpaid.'.
           05 filler pic x(50) value
               'Daily login bonus: +$'.
           05 filler pic x(50) value
               'Debt penalty applied: $'.
           05 filler pic x(50) value
               'Bank interest earned: +$'.
           05 filler pic x(50) value
               'Saving to server...'.
           05 filler pic x(50) value
               'Upgrade saved!'.
           05 filler pic x(50) value
               'NOT SAVED: your session was taken over'.
           05 filler pic x(50) value
               'on another terminal. Log in again to'.
           05 filler pic x(50) value
               'keep playing here.'.
           05 filler pic x(50) value
               'Server unreachable - queued for later.'.
           05 filler pic x(50) value
               'Warning: Could not save.'.
           05 filler pic x(50) value
               'Bounty board busy - any bounty waits'.
           05 filler pic x(50) value
               'for your next successful hack.'.
           05 filler pic x(50) value
               'Wallet full - bounty capped!'.
           05 filler pic x(50) value
               'Bounty collected: +$'.
           05 filler pic x(50) value
               'Crew board busy - standings not'.
           05 filler pic x(50) value
               'updated this time.'.
           05 filler pic x(50) value
               '=== TODAY''S DEALS ==='.
           05 filler pic x(50) value
               'No.  Item        Price    Left'.
           05 filler pic x(50) value
               'Today''s deals are sold out!'.
           05 filler pic x(50) value
               'Pick a deal number, or any other'.
           05 filler pic x(50) value
               'key to go back:'.
           05 filler pic x(50) value
               'The deal counter is mobbed - try'.
           05 filler pic x(50) value
               'again in a moment.'.
           05 filler pic x(50) value
               'That deal just sold out under you.'.
           05 filler pic x(50) value
               'Deal! A Hack Shield is yours.'.
           05 filler pic x(50) value
               'Deal! An Overtime Pass is yours.'.
           05 filler pic x(50) value
               'Deal! A rare collectible is yours.'.
           05 filler pic x(50) value
               'Could not rewrite the deal sheet -'.
           05 filler pic x(50) value
               'the purchase was not made.'.
           05 filler pic x(50) value
               'Could not reread the deal sheet -'.
           05 filler pic x(50) value
               'Auto-deposit banked $'.
           05 filler pic x(50) value
               'Bank at its ceiling - maturity'.
           05 filler pic x(50) value
               'payout capped!'.
           05 filler pic x(50) value
               'Term deposit matured: +$'.
           05 filler pic x(50) value
               '*** ALERT:'.
           05 filler pic x(50) value
               ' just hit your systems! ***'.
           05 filler pic x(50) value
               'Z. COUNTER-HACK'.
           05 filler pic x(50) value
               'The trail has gone cold - no more'.
           05 filler pic x(50) value
               'counter-hack discount.'.
           05 filler pic x(50) value
               'Striking back at'.
           05 filler pic x(50) value
               '=== LOGIN HISTORY ==='.
           05 filler pic x(50) value
               'Date     Time     Result'.
           05 filler pic x(50) value
               'No logins recorded yet.'.
           05 filler pic x(50) value
               'FAIL rows you do not recognize mean'.
           05 filler pic x(50) value
               'someone is guessing your password.'.
           05 filler pic x(50) value
               '=== WELCOME TO NEXTGEN (1 of 3) ==='.
           05 filler pic x(50) value
               'First lesson: WORK. Option 1 on the'.
           05 filler pic x(50) value
               'main menu sends you on a shift - pick'.
           05 filler pic x(50) value
               'a career track and mash the keys. Pay'.
           05 filler pic x(50) value
               'lands in your WALLET; bank it fast,'.
           05 filler pic x(50) value
               'because hackers cannot touch the bank.'.
           05 filler pic x(50) value
               'The foreman pays you for showing up:'.
           05 filler pic x(50) value
               'Continue the tutorial? Y/N:'.
           05 filler pic x(50) value
               '=== WELCOME TO NEXTGEN (2 of 3) ==='.
           05 filler pic x(50) value
               'Second lesson: EVENTS. A ticket costs'.
           05 filler pic x(50) value
               'money and anything can happen - imps,'.
           05 filler pic x(50) value
               'crabs, Team Yellow. Some pay out big,'.
           05 filler pic x(50) value
               'some pick your pocket. Never gamble'.
           05 filler pic x(50) value
               'rent money on an event ticket.'.
           05 filler pic x(50) value
               'Here is a stake to play with: +$50'.
           05 filler pic x(50) value
               '=== WELCOME TO NEXTGEN (3 of 3) ==='.
           05 filler pic x(50) value
               'Last lesson: RECON before you hack.'.
           05 filler pic x(50) value
               'Paying the recon fee shows a target'.
           05 filler pic x(50) value
               'security level BEFORE you risk the'.
           05 filler pic x(50) value
               'hack fee. Here is a free practice'.
           05 filler pic x(50) value
               'recon on a soft NPC target:'.
           05 filler pic x(50) value
               'Tutorial complete! Starter bonus: +$350'.
           05 filler pic x(50) value
               'Press any key to start playing...'.
           05 filler pic x(50) value
               'You drained the NPC vault: +$'.
           05 filler pic x(50) value
               'Their countermeasures hold. No dice.'.
           05 filler pic x(50) value
               'Log in to take a course.'.
           05 filler pic x(50) value
               '=== TRAINING COURSES ==='.
           05 filler pic x(50) value
               'You are enrolled in'.
           05 filler pic x(50) value
               '- days to go:'.
           05 filler pic x(50) value
               'One course at a time. Come back when'.
           05 filler pic x(50) value
               'it finishes.'.
           05 filler pic x(50) value
               'Tuition per course: $'.
           05 filler pic x(50) value
               'Each course runs 3 real days, then'.
           05 filler pic x(50) value
               'grants the level at your next login.'.
           05 filler pic x(50) value
               '1. Management Seminar  (+1 Job)'.
           05 filler pic x(50) value
               '2. Hacking Bootcamp    (+1 Hacking)'.
           05 filler pic x(50) value
               '3. Security Cert       (+1 Security)'.
           05 filler pic x(50) value
               'Pick a course, any other key to go'.
           05 filler pic x(50) value
               'Enrolled! Study hard - the level lands'.
           05 filler pic x(50) value
               'in 3 days.'.
           05 filler pic x(50) value
               'Course complete:'.
           05 filler pic x(50) value
               '- level granted!'.
           05 filler pic x(50) value
               'DONE'.
           05 filler pic x(50) value
               'Wallet full - reward capped!'.
           05 filler pic x(50) value
               'MISSION COMPLETE! +$'.
           05 filler pic x(50) value
               'Staff wages paid: -$'.
           05 filler pic x(50) value
               'Your'.
           05 filler pic x(50) value
               ' quit over unpaid wages!'.
           05 filler pic x(50) value
               'You must be logged in to hire staff.'.
           05 filler pic x(50) value
               'A tripwire snaps shut - you are'.
           05 filler pic x(50) value
               'fined $250 on the spot!'.
           05 filler pic x(50) value
               'You must be logged in to set defenses.'.
           05 filler pic x(50) value
               'Property rent collected: $'.
           05 filler pic x(50) value
               'A bad tenant trashed'.
           05 filler pic x(50) value
               '- repairs ate half the rent!'.
           05 filler pic x(50) value
               '=== LOTTERY RESULTS ==='.
           05 filler pic x(50) value
               'DRAW  DATE      NO.  TICKETS  WINNERS  PRIZE EACH'.
           05 filler pic x(50) value
               'YOUR TICKETS'.
           05 filler pic x(50) value
               '(no draws yet)'.
           05 filler pic x(50) value
               '* = your ticket matched the winning number'.
           05 filler pic x(50) value
               'Log in to play the lottery.'.
           05 filler pic x(50) value
               'Pick a number 0-99:'.
           05 filler pic x(50) value
               'Ticket bought - the draw is tonight!'.
           05 filler pic x(50) value
               'Queued commands held back - the server'.
           05 filler pic x(50) value
               'api contract changed under them.'.
           05 filler pic x(50) value
               'Thanks for playing!'.
           05 filler pic x(50) value
               'NextGen Simulator: NWA Edition'.
           05 filler pic x(50) value
               'Created by thedorktrain'.
           05 filler pic x(50) value
               'Session wallet change: $'.
           05 filler pic x(50) value
               'Session bank change: $'.
           05 filler pic x(50) value
               'That code is not valid.'.
           05 filler pic x(50) value
               'That code has been withdrawn.'.
           05 filler pic x(50) value
               'That code has expired.'.
           05 filler pic x(50) value
               'That code has been fully redeemed.'.
           05 filler pic x(50) value
               'You have already used that code.'.
           05 filler pic x(50) value
               'You cannot carry that many shields.'.
           05 filler pic x(50) value
               'You cannot carry that many passes.'.
           05 filler pic x(50) value
               'The voucher desk is closed - try later.'.
       01  screen-text.
           05 mt-welcome           pic x(50).
           05 mt-wallet            pic x(50).
           05 mt-bank              pic x(50).
           05 mt-net-worth         pic x(50).
           05 mt-stats             pic x(50).
           05 mt-job-level         pic x(50).
           05 mt-hack-level        pic x(50).
           05 mt-sec-level         pic x(50).
           05 mt-wallet-warn       pic x(50).
           05 mt-deep-debt-1       pic x(50).
           05 mt-deep-debt-2       pic x(50).
           05 mt-in-debt           pic x(50).
           05 mt-opt-work          pic x(50).
           05 mt-opt-event         pic x(50).
           05 mt-opt-store         pic x(50).
           05 mt-opt-hack          pic x(50).
           05 mt-opt-atm           pic x(50).
           05 mt-opt-exit          pic x(50).
           05 mt-opt-logout        pic x(50).
           05 mt-guest-note        pic x(50).
           05 mt-opt-register      pic x(50).
           05 mt-opt-password      pic x(50).
           05 mt-opt-scores        pic x(50).
           05 mt-opt-history       pic x(50).
           05 mt-opt-staff         pic x(50).
           05 mt-opt-defense       pic x(50).
           05 mt-opt-property      pic x(50).
           05 mt-opt-mail          pic x(50).
           05 mt-opt-bounty        pic x(50).
           05 mt-opt-profile       pic x(50).
           05 mt-opt-crews         pic x(50).
           05 mt-opt-exchange      pic x(50).
           05 mt-opt-casino        pic x(50).
           05 mt-opt-market        pic x(50).
           05 mt-opt-settings      pic x(50).
           05 mt-opt-suggest       pic x(50).
           05 mt-today             pic x(50).
           05 mt-deals             pic x(50).
           05 mt-maint-banner      pic x(50).
           05 mt-season            pic x(50).
           05 mt-season-live       pic x(50).
           05 mt-achievements      pic x(50).
           05 mt-enter-number      pic x(50).
           05 mt-maint-title       pic x(50).
           05 mt-maint-closed-1    pic x(50).
           05 mt-maint-closed-2    pic x(50).
           05 mt-press-key         pic x(50).
           05 mt-set-login         pic x(50).
           05 mt-set-title         pic x(50).
           05 mt-set-track         pic x(50).
           05 mt-set-ask           pic x(50).
           05 mt-set-autodep       pic x(50).
           05 mt-set-fastconf      pic x(50).
           05 mt-set-vacation      pic x(50).
           05 mt-set-lang          pic x(50).
           05 mt-set-note-1        pic x(50).
           05 mt-set-note-2        pic x(50).
           05 mt-set-pick-1        pic x(50).
           05 mt-set-pick-2        pic x(50).
           05 mt-set-track-ask     pic x(50).
           05 mt-set-floor-1       pic x(50).
           05 mt-set-floor-2       pic x(50).
           05 mt-set-off           pic x(50).
           05 mt-set-lang-ask      pic x(50).
           05 mt-site-default      pic x(50).
           05 mt-opt-voucher       pic x(50).
           05 mt-set-notify        pic x(50).
           05 mt-set-none          pic x(50).
           05 mt-set-channel-ask   pic x(50).
           05 mt-set-level-ask     pic x(50).
           05 mt-set-quiet-from    pic x(50).
           05 mt-set-quiet-until   pic x(50).
           05 mt-set-casino        pic x(50).
           05 mt-set-cas-loss      pic x(50).
           05 mt-set-cas-bets      pic x(50).
           05 mt-set-cas-cool      pic x(50).
           05 mt-set-cas-wait      pic x(50).
           05 mt-this-build-speaks pic x(50).
           05 mt-but-the-server    pic x(50).
           05 mt-playing-on-would  pic x(50).
           05 mt-update-the-game   pic x(50).
           05 mt-money-operations  pic x(50).
           05 mt-window-ends-mail  pic x(50).
           05 mt-1-login-as-existing pic x(50).
           05 mt-2-register-as-new pic x(50).
           05 mt-3-play-as-guest   pic x(50).
           05 mt-4-forgot-password pic x(50).
           05 mt-your-session-timed pic x(50).
           05 mt-login             pic x(50).
           05 mt-enter-username    pic x(50).
           05 mt-usernames-may-only pic x(50).
           05 mt-digits-please-try pic x(50).
           05 mt-enter-password    pic x(50).
           05 mt-passwords-may-only pic x(50).
           05 mt-connecting        pic x(50).
           05 mt-that-account      pic x(50).
           05 mt-account-locked    pic x(50).
           05 mt-logins-wait-a-while pic x(50).
           05 mt-login-successful  pic x(50).
           05 mt-loading-your-stats pic x(50).
           05 mt-login-failed      pic x(50).
           05 mt-forgot-password   pic x(50).
           05 mt-enter-your-username pic x(50).
           05 mt-enter-new-password pic x(50).
           05 mt-updating-password pic x(50).
           05 mt-password-updated  pic x(50).
           05 mt-could-not-reset   pic x(50).
           05 mt-register-new      pic x(50).
           05 mt-enter-desired     pic x(50).
           05 mt-enter-desired-2   pic x(50).
           05 mt-referred-by-blank pic x(50).
           05 mt-creating-account  pic x(50).
           05 mt-registration      pic x(50).
           05 mt-registration-failed pic x(50).
           05 mt-username-may      pic x(50).
           05 mt-achievement       pic x(50).
           05 mt-you-must-be-logged pic x(50).
           05 mt-you-must-be-logged-2 pic x(50).
           05 mt-you-must-be-logged-3 pic x(50).
           05 mt-you-must-be-logged-4 pic x(50).
           05 mt-you-must-be-logged-5 pic x(50).
           05 mt-you-must-be-logged-6 pic x(50).
           05 mt-you-must-be-logged-7 pic x(50).
           05 mt-change-password   pic x(50).
           05 mt-enter-current     pic x(50).
           05 mt-current-password  pic x(50).
           05 mt-password-changed  pic x(50).
           05 mt-could-not-change  pic x(50).
           05 mt-register          pic x(50).
           05 mt-account-created   pic x(50).
           05 mt-you-re-too        pic x(50).
           05 mt-stamina-regenerates pic x(50).
           05 mt-after-you-ve-rested pic x(50).
           05 mt-default-career    pic x(50).
           05 mt-preselected-see   pic x(50).
           05 mt-work-which-career pic x(50).
           05 mt-1-management-job  pic x(50).
           05 mt-2-hacker-hacking  pic x(50).
           05 mt-3-security-security pic x(50).
           05 mt-enter-number-2    pic x(50).
           05 mt-overtime-pass-used pic x(50).
           05 mt-this-shift        pic x(50).
           05 mt-not-enough-money  pic x(50).
           05 mt-press-any-key     pic x(50).
           05 mt-suggest-an-event  pic x(50).
           05 mt-staff-review-every pic x(50).
           05 mt-goes-live         pic x(50).
           05 mt-you-already       pic x(50).
           05 mt-for-review-check  pic x(50).
           05 mt-have-looked-at-them pic x(50).
           05 mt-text-line-1-59    pic x(50).
           05 mt-text-line-2-59    pic x(50).
           05 mt-text-line-3-59    pic x(50).
           05 mt-no-text-nothing   pic x(50).
           05 mt-offer-the-player  pic x(50).
           05 mt-option-1-wallet   pic x(50).
           05 mt-option-1-text-59  pic x(50).
           05 mt-option-2-wallet   pic x(50).
           05 mt-option-2-text-59  pic x(50).
           05 mt-proposed-wallet   pic x(50).
           05 mt-negative-loss     pic x(50).
           05 mt-the-suggestion-box pic x(50).
           05 mt-in-a-minute       pic x(50).
           05 mt-thanks-queued     pic x(50).
           05 mt-redeem-a-voucher  pic x(50).
           05 mt-enter-your-voucher pic x(50).
           05 mt-the-voucher-desk  pic x(50).
           05 mt-voucher-accepted  pic x(50).
           05 mt-has-been-paid-into pic x(50).
           05 mt-voucher-accepted-2 pic x(50).
           05 mt-voucher-accepted-3 pic x(50).
           05 mt-voucher-accepted-4 pic x(50).
           05 mt-is-yours          pic x(50).
           05 mt-the-shopkeeper-eyes pic x(50).
           05 mt-no-credit-for-deep pic x(50).
           05 mt-welcome-2         pic x(50).
           05 mt-the-shelves       pic x(50).
           05 mt-tonight-s-lottery pic x(50).
           05 mt-page              pic x(50).
           05 mt-of                pic x(50).
           05 mt-n-next-page-p     pic x(50).
           05 mt-sold-out          pic x(50).
           05 mt-left              pic x(50).
           05 mt-sold-out-for-today pic x(50).
           05 mt-not-enough-money-2 pic x(50).
           05 mt-confirm-purchase  pic x(50).
           05 mt-for               pic x(50).
           05 mt-y-n               pic x(50).
           05 mt-bought-a-hack     pic x(50).
           05 mt-block-the-next-hack pic x(50).
           05 mt-bought-an-overtime pic x(50).
           05 mt-next-shift-gets   pic x(50).
           05 mt-buff-active       pic x(50).
           05 mt-on-work-shifts    pic x(50).
           05 mt-days              pic x(50).
           05 mt-store-buff-bonus  pic x(50).
           05 mt-levels-not-high   pic x(50).
           05 mt-prestige-levels   pic x(50).
           05 mt-applies-to-future pic x(50).
           05 mt-respec-move-1-level pic x(50).
           05 mt-1-job-level       pic x(50).
           05 mt-2-hacking-level   pic x(50).
           05 mt-3-security-level  pic x(50).
           05 mt-move-a-level-from pic x(50).
           05 mt-move-a-level      pic x(50).
           05 mt-source-and-target pic x(50).
           05 mt-that-stat         pic x(50).
           05 mt-refunded          pic x(50).
           05 mt-your-rig          pic x(50).
           05 mt-debts-are-paid-no pic x(50).
           05 mt-the-loan-desk     pic x(50).
           05 mt-privileges-repay  pic x(50).
           05 mt-hacking           pic x(50).
           05 mt-enter-the-name    pic x(50).
           05 mt-or-to-browse      pic x(50).
           05 mt-target-names-may  pic x(50).
           05 mt-and-digits-please pic x(50).
           05 mt-3-return-to-main  pic x(50).
           05 mt-4-review-my       pic x(50).
           05 mt-recon-dossiers-most pic x(50).
           05 mt-target-hack-sec   pic x(50).
           05 mt-no-paid-recon     pic x(50).
           05 mt-ages-are-in-days  pic x(50).
           05 mt-could-not-load    pic x(50).
           05 mt-target-directory  pic x(50).
           05 mt-no-player-wealth  pic x(50).
           05 mt-pick-1-9          pic x(50).
           05 mt-any-other-key     pic x(50).
           05 mt-away              pic x(50).
           05 mt-target            pic x(50).
           05 mt-1-recon-2-hack    pic x(50).
           05 mt-recon-is-free-today pic x(50).
           05 mt-not-enough-money-3 pic x(50).
           05 mt-running-recon     pic x(50).
           05 mt-target-hack-level pic x(50).
           05 mt-target-sec-level  pic x(50).
           05 mt-proceed           pic x(50).
           05 mt-target-not-found  pic x(50).
           05 mt-crew-work-bonus   pic x(50).
           05 mt-crew-discount-hack pic x(50).
           05 mt-revenge-discount  pic x(50).
           05 mt-hack-blocked      pic x(50).
           05 mt-not-enough-money-4 pic x(50).
           05 mt-a-crew-shield     pic x(50).
           05 mt-a-bodyguard-slams pic x(50).
           05 mt-your-probe-nothing pic x(50).
           05 mt-hacking-in-progress pic x(50).
           05 mt-you-must-be-logged-8 pic x(50).
           05 mt-you-are-already   pic x(50).
           05 mt-terminal-take-over pic x(50).
           05 mt-could-not-start   pic x(50).
           05 mt-session-taken-over pic x(50).
           05 mt-takeover-failed   pic x(50).
           05 mt-welcome-back-last pic x(50).
           05 mt-your-hack-shield  pic x(50).
           05 mt-attack-while      pic x(50).
           05 mt-warning           pic x(50).
           05 mt-time-s            pic x(50).
           05 mt-press-any-key-2   pic x(50).
           05 mt-could-not-load-2  pic x(50).
           05 mt-your-vacation-hold pic x(50).
           05 mt-welcome-back      pic x(50).
           05 mt-vacation-mode     pic x(50).
           05 mt-vacation-armed    pic x(50).
           05 mt-through           pic x(50).
           05 mt-hacks-against     pic x(50).
           05 mt-interest-premiums pic x(50).
           05 mt-pause-while-it-runs pic x(50).
           05 mt-c-cancel-it-other pic x(50).
           05 mt-vacation-cancelled pic x(50).
           05 mt-vacation-starts   pic x(50).
           05 mt-notice-and-runs   pic x(50).
           05 mt-it-cannot-be-armed pic x(50).
           05 mt-on-your-head      pic x(50).
           05 mt-days-away-0-never pic x(50).
           05 mt-a-live-bounty     pic x(50).
           05 mt-face-it-before    pic x(50).
           05 mt-vacation-armed-2  pic x(50).
           05 mt-up-tomorrow-travel pic x(50).
           05 mt-welcome-back-2    pic x(50).
           05 mt-word              pic x(50).
           05 mt-are-a-marked-hacker pic x(50).
           05 mt-while-you-were-away pic x(50).
           05 mt-days-since-last   pic x(50).
           05 mt-streak-bonus      pic x(50).
           05 mt-bank-interest     pic x(50).
           05 mt-debt-penalty-taken pic x(50).
           05 mt-insurance-premium pic x(50).
           05 mt-property-rent     pic x(50).
           05 mt-attacks-while-away pic x(50).
           05 mt-hit               pic x(50).
           05 mt-mail-in-your-box  pic x(50).
           05 mt-loan-delinquent   pic x(50).
           05 mt-until-you-repay   pic x(50).
           05 mt-loan-days-before  pic x(50).
           05 mt-season-earnings   pic x(50).
           05 mt-more              pic x(50).
           05 mt-rival             pic x(50).
           05 mt-passed            pic x(50).
           05 mt-insurance-payout  pic x(50).
           05 mt-insurance-premium-2 pic x(50).
           05 mt-insurance-policy  pic x(50).
           05 mt-overdue-and-unpaid pic x(50).
           05 mt-daily-login-bonus pic x(50).
           05 mt-debt-penalty      pic x(50).
           05 mt-bank-interest-2   pic x(50).
           05 mt-saving-to-server  pic x(50).
           05 mt-upgrade-saved     pic x(50).
           05 mt-not-saved         pic x(50).
           05 mt-on-another-terminal pic x(50).
           05 mt-keep-playing-here pic x(50).
           05 mt-server-unreachable pic x(50).
           05 mt-warning-could-not pic x(50).
           05 mt-bounty-board-busy pic x(50).
           05 mt-for-your-next     pic x(50).
           05 mt-wallet-full-bounty pic x(50).
           05 mt-bounty-collected  pic x(50).
           05 mt-crew-board-busy   pic x(50).
           05 mt-updated-this-time pic x(50).
           05 mt-today-s-deals     pic x(50).
           05 mt-no-item-price-left pic x(50).
           05 mt-today-s-deals-2   pic x(50).
           05 mt-pick-a-deal-number pic x(50).
           05 mt-key-to-go-back    pic x(50).
           05 mt-the-deal-counter  pic x(50).
           05 mt-again-in-a-moment pic x(50).
           05 mt-that-deal-just-sold pic x(50).
           05 mt-deal-a-hack-shield pic x(50).
           05 mt-deal-an-overtime  pic x(50).
           05 mt-deal-a-rare       pic x(50).
           05 mt-could-not-rewrite pic x(50).
           05 mt-the-purchase      pic x(50).
           05 mt-could-not-reread  pic x(50).
           05 mt-auto-deposit-banked pic x(50).
           05 mt-bank-at-its-ceiling pic x(50).
           05 mt-payout-capped     pic x(50).
           05 mt-term-deposit      pic x(50).
           05 mt-alert             pic x(50).
           05 mt-just-hit          pic x(50).
           05 mt-z-counter-hack    pic x(50).
           05 mt-the-trail-has-gone pic x(50).
           05 mt-counter-hack      pic x(50).
           05 mt-striking-back     pic x(50).
           05 mt-login-history     pic x(50).
           05 mt-date-time-result  pic x(50).
           05 mt-no-logins-recorded pic x(50).
           05 mt-fail-rows-you-do  pic x(50).
           05 mt-someone-is-guessing pic x(50).
           05 mt-welcome-to-nextgen pic x(50).
           05 mt-first-lesson-work pic x(50).
           05 mt-main-menu-sends   pic x(50).
           05 mt-a-career-track    pic x(50).
           05 mt-lands             pic x(50).
           05 mt-because-hackers   pic x(50).
           05 mt-the-foreman-pays  pic x(50).
           05 mt-continue          pic x(50).
           05 mt-welcome-to-nextgen-2 pic x(50).
           05 mt-second-lesson     pic x(50).
           05 mt-money-and-anything pic x(50).
           05 mt-crabs-team-yellow pic x(50).
           05 mt-some-pick         pic x(50).
           05 mt-rent-money        pic x(50).
           05 mt-here-is-a-stake   pic x(50).
           05 mt-welcome-to-nextgen-3 pic x(50).
           05 mt-last-lesson-recon pic x(50).
           05 mt-paying-the-recon  pic x(50).
           05 mt-security-level    pic x(50).
           05 mt-hack-fee-here     pic x(50).
           05 mt-recon-on-a-soft   pic x(50).
           05 mt-tutorial-complete pic x(50).
           05 mt-press-any-key-3   pic x(50).
           05 mt-you-drained-the-npc pic x(50).
           05 mt-their             pic x(50).
           05 mt-log-in-to-take    pic x(50).
           05 mt-training-courses  pic x(50).
           05 mt-you-are-enrolled  pic x(50).
           05 mt-days-to-go        pic x(50).
           05 mt-one-course        pic x(50).
           05 mt-it-finishes       pic x(50).
           05 mt-tuition-per-course pic x(50).
           05 mt-each-course-runs-3 pic x(50).
           05 mt-grants-the-level  pic x(50).
           05 mt-1-management      pic x(50).
           05 mt-2-hacking-bootcamp pic x(50).
           05 mt-3-security-cert-1 pic x(50).
           05 mt-pick-a-course     pic x(50).
           05 mt-enrolled-study-hard pic x(50).
           05 mt-in-3-days         pic x(50).
           05 mt-course-complete   pic x(50).
           05 mt-level-granted     pic x(50).
           05 mt-done              pic x(50).
           05 mt-wallet-full-reward pic x(50).
           05 mt-mission-complete  pic x(50).
           05 mt-staff-wages-paid  pic x(50).
           05 mt-your              pic x(50).
           05 mt-quit-over-unpaid  pic x(50).
           05 mt-you-must-be-logged-9 pic x(50).
           05 mt-a-tripwire-snaps  pic x(50).
           05 mt-fined-250         pic x(50).
           05 mt-you-must-be-logged-10 pic x(50).
           05 mt-property-rent-2   pic x(50).
           05 mt-a-bad-tenant      pic x(50).
           05 mt-repairs-ate-half  pic x(50).
           05 mt-lottery-results   pic x(50).
           05 mt-draw-date-no      pic x(50).
           05 mt-your-tickets      pic x(50).
           05 mt-no-draws-yet      pic x(50).
           05 mt-your-ticket-matched pic x(50).
           05 mt-log-in-to-play    pic x(50).
           05 mt-pick-a-number-0   pic x(50).
           05 mt-ticket-bought     pic x(50).
           05 mt-queued-commands   pic x(50).
           05 mt-api-contract      pic x(50).
           05 mt-thanks-for-playing pic x(50).
           05 mt-nextgen-simulator pic x(50).
           05 mt-created           pic x(50).
           05 mt-session-wallet    pic x(50).
           05 mt-session-bank-change pic x(50).
           05 mt-code-not-valid    pic x(50).
           05 mt-code-withdrawn    pic x(50).
           05 mt-code-expired      pic x(50).
           05 mt-code-fully-used   pic x(50).
           05 mt-code-already-used pic x(50).
           05 mt-too-many-shields  pic x(50).
           05 mt-too-many-passes   pic x(50).
           05 mt-voucher-desk-shut pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 426 times.

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
           perform 100-welcome-screen
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

       003-fill-message.
           move 0 to msg-pos
           inspect msg-filled tallying msg-pos
               for characters before initial '&1'
           if msg-pos > 57
               exit paragraph
           end-if
           move msg-filled to msg-text-fld
           move spaces to msg-filled
           move 1 to msg-ptr
           if msg-pos > 0
               string msg-text-fld(1:msg-pos) delimited size
                   into msg-filled with pointer msg-ptr
               end-string
           end-if
           string function trim(msg-fill-value) delimited size
               msg-text-fld(msg-pos + 3:) delimited size
               into msg-filled with pointer msg-ptr
           end-string.

       004-check-language.
           if username = msg-loaded-user
               exit paragraph
           end-if
           move username to msg-loaded-user
           move site-lang to msg-lang
           if logged-in
               perform 588-load-prefs
               if pref-lang not = spaces
                   move pref-lang to msg-lang
               end-if
           end-if
           perform 001-load-messages.

       010-init.
           move 0 to wallet-change dance-step transfer-amt
           move 0 to user-money user-bank
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               if tunable-name = "SITE-LANG"
                   and tunable-value-fld not = spaces
                   move function upper-case(tunable-value-fld(1:2))
                       to site-lang
               end-if
               compute tunable-value =
                   function numval(tunable-value-fld)
               if tunable-value > 0
                           move tunable-value to upgrade-price-base
                       when "LOTTERY-TICKET"
                           move tunable-value to lottery-ticket-price
                       when "CASINO-RAISE-DAYS"
                           move tunable-value to casino-raise-days
                       when "IDLE-TIMEOUT-SECS"
                           move tunable-value to idle-timeout-secs
                   end-evaluate
               end-if
           end-if.
           display erase screen
           perform 102-api-version-handshake
           if contract-bad
               display function trim(mt-this-build-speaks trailing)
                   at 0202
               display supported-version at 0242
               display function trim(mt-but-the-server trailing)
                   at 0302
               display server-version at 0340
               display function trim(mt-playing-on-would trailing)
                   at 0502
               display function trim(mt-update-the-game trailing)
                   at 0602
               stop run
           end-if
           perform 101-api-motd
       110-login-menu.
           display erase screen
           if maintenance-on
               display function trim(mt-maint-title trailing)
                   at 1002
               display function trim(maint-reason) at 1102
               display function trim(mt-money-operations trailing)
                   at 1202
               display function trim(mt-window-ends-mail trailing)
                   at 1302
           end-if
           display function trim(mt-1-login-as-existing trailing)
               at 0202
           display function trim(mt-2-register-as-new trailing) at 0302
           display function trim(mt-3-play-as-guest trailing) at 0402
           display function trim(mt-4-forgot-password trailing) at 0502
           if idle-notice-on
               display function trim(mt-your-session-timed trailing)
                   at 0602
               move "N" to idle-notice-switch
           end-if
           display function trim(mt-enter-number trailing) at 0802
           if is-batch-mode
               perform 700-get-input
               move batch-input-line(1:1) to user-input

       120-login-screen.
           display erase screen
           display function trim(mt-login trailing) at 0102
           display function trim(mt-enter-username trailing) at 0302
           if is-batch-mode
               perform 700-get-input
               move batch-input-line(1:20) to username
           move username to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               display function trim(mt-usernames-may-only trailing)
                   at 0502
               display function trim(mt-digits-please-try trailing)
                   at 0602
               if is-batch-mode
                   perform 700-get-input
               else
               end-if
               perform 120-login-screen
           end-if
           display function trim(mt-enter-password trailing) at 0402
           if is-batch-mode
               perform 700-get-input
               move batch-input-line(1:20) to userpass
           move userpass to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               display function trim(mt-passwords-may-only trailing)
                   at 0502
               display function trim(mt-digits-please-try trailing)
                   at 0602
               if is-batch-mode
                   perform 700-get-input
               else
               end-if
               perform 120-login-screen
           end-if
           display function trim(mt-connecting trailing) at 0602
           move username to closed-check-name
           perform 236-check-closed-account
           if account-is-closed
               display function trim(mt-that-account trailing) at 0702
               display function trim(mt-press-key trailing) at 0902
               if is-batch-mode
                   perform 700-get-input
               else
                   accept user-input at 0929
               end-if
               perform 110-login-menu
           end-if
           perform 232-check-lockout
           if account-locked-out
               move "LOCKED" to preg-new-status
               move "N" to preg-login-switch
               move 0 to preg-reg-date
               perform 238-update-player-registry
               display function trim(mt-account-locked trailing)
                   at 0702
               display function trim(mt-logins-wait-a-while trailing)
                   at 0802
               display function trim(mt-press-key trailing) at 1002
               if is-batch-mode
                   perform 700-get-input
               else
               if not logged-in
                   perform 110-login-menu
               end-if
               display function trim(mt-login-successful trailing)
                   at 0702
               display function trim(mt-loading-your-stats trailing)
                   at 0802
               perform 510-api-getuser
               move "Y" to preg-login-switch
               move 0 to preg-reg-date
               perform 238-update-player-registry
               perform 160-snapshot-session-start
               if is-batch-mode
                   perform 700-get-input
           else
               move "FAIL" to login-result
               perform 231-log-login-result
               display function trim(mt-login-failed trailing) at 0702
               display function trim(mt-press-key trailing) at 0902
               if is-batch-mode
                   perform 700-get-input
               else

       125-forgot-password.
           display erase screen
           display function trim(mt-forgot-password trailing) at 0102
           display function trim(mt-enter-your-username trailing)
               at 0302
           accept recovery-username at 0325
           move recovery-username to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               display function trim(mt-usernames-may-only trailing)
                   at 0502
               display function trim(mt-digits-please-try trailing)
                   at 0602
               accept user-input at 0629
               perform 125-forgot-password
           end-if
           display function trim(mt-enter-new-password trailing) at 0402
           accept new-password at 0424 with no echo
           move new-password to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               display function trim(mt-passwords-may-only trailing)
                   at 0502
               display function trim(mt-digits-please-try trailing)
                   at 0602
               accept user-input at 0629
               perform 125-forgot-password
           end-if
           move recovery-username to closed-check-name
           perform 236-check-closed-account
           if account-is-closed
               display function trim(mt-that-account trailing) at 0602
               display function trim(mt-press-key trailing) at 0902
               accept user-input at 0929
               perform 110-login-menu
           end-if
           display function trim(mt-updating-password trailing) at 0602
           perform 521-api-resetpass
           if api-response(1:7) = "SUCCESS"
               display function trim(mt-password-updated trailing)
                   at 0702
           else
               display function trim(mt-could-not-reset trailing)
                   at 0702
           end-if
           display function trim(mt-press-key trailing) at 0902
           accept user-input at 0929
           perform 110-login-menu.

       130-register-screen.
           display erase screen
           display function trim(mt-register-new trailing) at 0102
           display function trim(mt-enter-desired trailing) at 0302
           accept username at 0330
           move username to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               display function trim(mt-usernames-may-only trailing)
                   at 0502
               display function trim(mt-digits-please-try trailing)
                   at 0602
               accept user-input at 0629
               perform 130-register-screen
           end-if
           display function trim(mt-enter-desired-2 trailing) at 0402
           accept userpass at 0430 with no echo
           move userpass to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               display function trim(mt-passwords-may-only trailing)
                   at 0502
               display function trim(mt-digits-please-try trailing)
                   at 0602
               accept user-input at 0629
               perform 130-register-screen
           end-if
           display function trim(mt-referred-by-blank trailing) at 0502
           move spaces to referrer-name
           accept referrer-name at 0534
           if referrer-name not = spaces
                   move spaces to referrer-name
               end-if
           end-if
           display function trim(mt-creating-account trailing) at 0602
           perform 520-api-adduser
           if api-response(1:7) = "SUCCESS"
               move "LI" to login-status
               perform 171-log-registration
               perform 505-api-sessionstart
               display function trim(mt-registration trailing) at 0702
               perform 160-snapshot-session-start
               accept user-input at 0829
               perform 393-load-tutorial
               perform 395-run-tutorial
               perform 200-main-menu
           else
               display function trim(mt-registration-failed trailing)
                   at 0702
               display function trim(mt-username-may trailing) at 0802
               display function trim(mt-press-key trailing) at 1002
               accept user-input at 1029
               perform 110-login-menu
           end-if.
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move mail-to to notify-to
           move mail-from to notify-category
           perform 176-spool-notice.

       176-spool-notice.
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

       180-award-achievement.
           if guest-mode
                   write ach-record from ach-line
               end-if
               close ach-file
               display function trim(mt-achievement trailing) at 2002
               display function trim(ach-check-title) at 2024
               move username to mail-to
               move "ACHIEVE" to mail-from
           end-if.

       200-main-menu.
           perform 004-check-language
           display erase screen
           display function trim(mt-welcome trailing) at 0202
           display username at 0212
           move user-money to disp-money
           display function trim(mt-wallet trailing) at 0302
           display disp-money at 0312
           move user-bank to disp-bank
           display function trim(mt-bank trailing) at 0402
           display disp-bank at 0412
           perform 538-sum-property-value
           compute net-worth = user-money + user-bank
               + property-value
           move net-worth to disp-worth
           display function trim(mt-net-worth trailing) at 0502
           display disp-worth at 0517
           display function trim(mt-stats trailing) at 0230
           move job-level to disp-level
           display function trim(mt-job-level trailing) at 0330
           display disp-level at 0345
           move hacking-level to disp-level
           display function trim(mt-hack-level trailing) at 0430
           display disp-level at 0448
           move security-level to disp-level
           display function trim(mt-sec-level trailing) at 0530
           display disp-level at 0549
           if user-money >= money-warn-threshold
               display function trim(mt-wallet-warn trailing)
                   at 0602
           end-if
           if user-money < 0
               if user-money < deep-debt-floor
                   display function trim(mt-deep-debt-1 trailing)
                       at 0602
                   display function trim(mt-deep-debt-2 trailing)
                       at 0639
               else
                   display function trim(mt-in-debt trailing)
                       at 0602
               end-if
           end-if
           display function trim(mt-opt-work trailing) at 0702
           compute effective-ticket = event-ticket-price
               * (100 - event-discount-pct) / 100
           move effective-ticket to disp-price
           move mt-opt-event to msg-filled
           move disp-price to msg-fill-value
           perform 003-fill-message
           move msg-filled to menu-price-line
           display function trim(menu-price-line trailing) at 0802
           display function trim(mt-opt-store trailing) at 0902
           move hack-fee to disp-price
           move mt-opt-hack to msg-filled
           move disp-price to msg-fill-value
           perform 003-fill-message
           move msg-filled to menu-price-line
           display function trim(menu-price-line trailing) at 1002
           display function trim(mt-opt-atm trailing) at 1102
           display function trim(mt-opt-exit trailing) at 1202
           display function trim(mt-opt-logout trailing) at 1302
           if guest-mode
               display function trim(mt-guest-note trailing) at 1402
               display function trim(mt-opt-register trailing)
                   at 1502
           else
               display function trim(mt-opt-password trailing)
                   at 1502
           end-if
           display function trim(mt-opt-scores trailing) at 1602
           if logged-in
               display function trim(mt-opt-history trailing)
                   at 1630
           end-if
           display function trim(mt-opt-staff trailing) at 0760
           display function trim(mt-opt-defense trailing) at 0860
           display function trim(mt-opt-property trailing) at 0960
           display function trim(mt-opt-mail trailing) at 0740
           display function trim(mt-opt-bounty trailing) at 0840
           display function trim(mt-opt-profile trailing) at 0940
           display function trim(mt-opt-crews trailing) at 1140
           display function trim(mt-opt-exchange trailing) at 1240
           display function trim(mt-opt-casino trailing) at 1340
           display function trim(mt-opt-market trailing) at 1440
           display function trim(mt-opt-settings trailing) at 1540
           if logged-in
               display function trim(mt-opt-suggest trailing)
                   at 1060
               display function trim(mt-opt-voucher trailing)
                   at 1160
           end-if
           if bonus-label not = spaces
               display function trim(mt-today trailing) at 1802
               display function trim(bonus-label) at 1809
           end-if
           perform 365-load-deals
           if deals-open-count > 0
               display function trim(mt-deals trailing) at 1902
           end-if
           if maintenance-on
               display function trim(mt-maint-banner trailing)
                   at 2002
           end-if
           if season-active
               display function trim(mt-season trailing) at 1830
               display function trim(season-id) at 1838
               display function trim(mt-season-live trailing)
                   at 1850
           end-if
           if logged-in
               if user-bank >= 1000000
               end-if
               perform 182-count-achievements
               move ach-earned-count to disp-ach-count
               display function trim(mt-achievements trailing)
                   at 1040
               display disp-ach-count at 1054
           end-if
           perform 558-show-missions
           perform 577-scan-fresh-attacks
           display function trim(mt-enter-number trailing) at 1702
           if is-batch-mode
               perform 700-get-input
               move batch-input-line(1:1) to user-input
           else
               accept user-input at 1729
                   with time-out idle-timeout-secs
               end-accept
               if idle-timed-out
                   move "MAINMENU" to idle-screen
                   perform 225-idle-timeout
               end-if
           end-if
           perform 210-main-nav.

                   or user-input = 'B' or user-input = 'b'
                   or user-input = 'D' or user-input = 'd'
                   or user-input = 'C' or user-input = 'c'
                   or user-input = 'Z' or user-input = 'z'
                   or user-input = 'V' or user-input = 'v')
               display function trim(mt-maint-title trailing)
                   at 0202
               display function trim(maint-reason) at 0302
               display function trim(mt-maint-closed-1 trailing)
                   at 0502
               display function trim(mt-maint-closed-2 trailing)
                   at 0602
               display function trim(mt-press-key trailing) at 0802
               if is-batch-mode
                   perform 700-get-input
               else
           evaluate user-input
               when '1' perform 300-go-to-work
               when '2' perform 310-event
               when '3'
                   move 1 to store-page
                   perform 320-store
               when '4' perform 330-hacking
               when '5' perform 340-atm
               when '6' perform 999-exit
                   else
                       perform 200-main-menu
                   end-if
               when 'E'
                   if logged-in
                       perform 403-suggest-event
                   else
                       perform 200-main-menu
                   end-if
               when 'e'
                   if logged-in
                       perform 403-suggest-event
                   else
                       perform 200-main-menu
                   end-if
               when 'V'
                   if logged-in
                       perform 407-redeem-voucher
                   else
                       perform 200-main-menu
                   end-if
               when 'v'
                   if logged-in
                       perform 407-redeem-voucher
                   else
                       perform 200-main-menu
                   end-if
               when 'H'
                   if logged-in
                       perform 234-login-history

       385-property-desk.
           if guest-mode
               display function trim(mt-you-must-be-logged trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if

       367-marketplace.
           if guest-mode
               display function trim(mt-you-must-be-logged-2 trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if

       346-view-mailbox.
           if guest-mode
               display function trim(mt-you-must-be-logged-3 trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if
           call './NGM/utils/mailbox' using username user-bank
           perform 200-main-menu.

       347-bounty-board.
           if guest-mode
               display function trim(mt-you-must-be-logged-4 trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if

       348-view-profile.
           if guest-mode
               display function trim(mt-you-must-be-logged-5 trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if

       349-crew-menu.
           if guest-mode
               display function trim(mt-you-must-be-logged-6 trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if

       354-coin-exchange.
           if guest-mode
               display function trim(mt-you-must-be-logged-7 trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if
           perform 010-init
           perform 110-login-menu.

       225-idle-timeout.
           move "Y" to idle-ending-switch
           display erase screen
           if logged-in
               perform 530-api-updateuser
           end-if
           if function trim(username) not = spaces
               perform 226-log-idle-timeout
               perform 167-log-session-end
           end-if
           if lock-acquired
               perform 622-release-lock
           end-if
           if logged-in
               perform 507-api-sessionend
           end-if
           perform 010-init
           move "N" to idle-ending-switch
           move "Y" to idle-notice-switch
           perform 110-login-menu.

       226-log-idle-timeout.
           perform 165-build-session-log-path
           accept log-date from date yyyymmdd
           accept log-time from time
           move spaces to session-log-line
           string 'TIMEOUT' delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               log-date delimited size
               '|' delimited size
               log-time delimited size
               '|' delimited size
               function trim(idle-screen) delimited size
               '|' delimited size
               idle-timeout-secs delimited size
               into session-log-line
           open extend session-log-file
           if session-log-status = "00"
               write session-log-record from session-log-line
           end-if
           close session-log-file.

       230-change-password.
           display erase screen
           display function trim(mt-change-password trailing) at 0102
           display function trim(mt-enter-current trailing) at 0302
           accept old-password at 0328 with no echo
           if function trim(old-password) not = function trim(userpass)
               display function trim(mt-current-password trailing)
                   at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if
           display function trim(mt-enter-new-password trailing) at 0402
           accept new-password at 0424 with no echo
           move new-password to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               display function trim(mt-passwords-may-only trailing)
                   at 0502
               display function trim(mt-digits-please-try trailing)
                   at 0602
               accept user-input at 0629
               perform 230-change-password
           end-if
           perform 522-api-changepass
           if api-response(1:7) = "SUCCESS"
               move new-password to userpass
               display function trim(mt-password-changed trailing)
                   at 0602
           else
               display function trim(mt-could-not-change trailing)
                   at 0602
           end-if
           display function trim(mt-press-key trailing) at 0902
           accept user-input at 0929
           perform 200-main-menu.

       150-convert-guest.
           if guest-mode
               display erase screen
               display function trim(mt-register trailing) at 0102
               display function trim(mt-enter-desired trailing) at 0302
               accept username at 0330
               move username to validate-field
               perform 900-validate-alnum
               if not is-valid-field
                   display function trim(mt-usernames-may-only trailing)
                       at 0502
                   display function trim(mt-digits-please-try trailing)
                       at 0602
                   accept user-input at 0629
                   perform 150-convert-guest
               end-if
               display function trim(mt-enter-desired-2 trailing)
                   at 0402
               accept userpass at 0430 with no echo
               move userpass to validate-field
               perform 900-validate-alnum
               if not is-valid-field
                   display function trim(mt-passwords-may-only trailing)
                       at 0502
                   display function trim(mt-digits-please-try trailing)
                       at 0602
                   accept user-input at 0629
                   perform 150-convert-guest
               end-if
               display function trim(mt-creating-account trailing)
                   at 0602
               perform 520-api-adduser
               if api-response(1:7) = "SUCCESS"
                   move "LI" to login-status
                   perform 171-log-registration
                   perform 505-api-sessionstart
                   display function trim(mt-account-created trailing)
                       at 0702
                   perform 530-api-updateuser
               else
                   display function trim(mt-registration-failed
                       trailing) at 0702
                   display function trim(mt-username-may trailing)
                       at 0802
                   display function trim(mt-press-key trailing) at 1002
                   accept user-input at 1029
               end-if
           end-if
       300-go-to-work.
           display erase screen
           if stamina < stamina-cost
               display function trim(mt-you-re-too trailing) at 0202
               display function trim(mt-stamina-regenerates trailing)
                   at 0302
               display function trim(mt-after-you-ve-rested trailing)
                   at 0402
               display function trim(mt-press-key trailing) at 0602
               if is-batch-mode
                   perform 700-get-input
               else
           if pref-track >= 1 and pref-track <= 3
               and not is-batch-mode
               move pref-track to career-track
               display function trim(mt-default-career trailing) at 0202
               display pref-track at 0223
               display function trim(mt-preselected-see trailing)
                   at 0225
           else
               display function trim(mt-work-which-career trailing)
                   at 0202
               display function trim(mt-1-management-job trailing)
                   at 0402
               display function trim(mt-2-hacker-hacking trailing)
                   at 0502
               display function trim(mt-3-security-security trailing)
                   at 0602
               display function trim(mt-enter-number-2 trailing) at 0802
               if is-batch-mode
                   perform 700-get-input
                   move batch-input-line(1:1) to user-input
           if has-overtime-pass
               subtract 1 from overtime-pass-count
               move 1 to overtime-active
               display function trim(mt-overtime-pass-used trailing)
                   at 0902
               display function trim(mt-this-shift trailing) at 1002
           end-if
           subtract stamina-cost from stamina
           accept last-work-date from date yyyymmdd
           perform 168-log-work-shift
           if logged-in
               perform 380-apply-crew-work-bonus
               perform 344-apply-store-buff
           end-if
           if shift-earned > 0
               move shift-earned to season-earn-amt
               move "N" to event-debt-flag
           end-if
           if user-money >= 0 and user-money < effective-ticket
               display function trim(mt-not-enough-money trailing)
                   at 0302
               display function trim(mt-press-any-key trailing) at 0802
               accept user-input at 0829
               perform 200-main-menu
           else
               perform 200-main-menu
           end-if.

       403-suggest-event.
           display erase screen
           display function trim(mt-suggest-an-event trailing) at 0202
           display function trim(mt-staff-review-every trailing) at 0302
           display function trim(mt-goes-live trailing) at 0402
           perform 404-count-my-suggestions
           if sg-open-count >= sg-open-max
               display function trim(mt-you-already trailing) at 0602
               display function trim(mt-for-review-check trailing)
                   at 0702
               display function trim(mt-have-looked-at-them trailing)
                   at 0802
               display function trim(mt-press-key trailing) at 1002
               accept user-input at 1031
               perform 200-main-menu
           end-if
           move spaces to sg-text-1 sg-text-2 sg-text-3
               sg-opt-a-text sg-opt-b-text
           move 0 to sg-payout sg-opt-a-cost sg-opt-b-cost
           display function trim(mt-text-line-1-59 trailing) at 0602
           accept sg-text-1 at 0702
           display function trim(mt-text-line-2-59 trailing) at 0802
           accept sg-text-2 at 0902
           display function trim(mt-text-line-3-59 trailing) at 1002
           accept sg-text-3 at 1102
           if sg-text-1 = spaces
               display function trim(mt-no-text-nothing trailing)
                   at 1302
               display function trim(mt-press-key trailing) at 1402
               accept user-input at 1431
               perform 200-main-menu
           end-if
           display function trim(mt-offer-the-player trailing) at 1202
           accept sg-choice-switch at 1237
           if sg-is-choice
               display function trim(mt-option-1-wallet trailing)
                   at 1302
               accept sg-opt-a-cost at 1327
               display function trim(mt-option-1-text-59 trailing)
                   at 1402
               accept sg-opt-a-text at 1502
               display function trim(mt-option-2-wallet trailing)
                   at 1602
               accept sg-opt-b-cost at 1627
               display function trim(mt-option-2-text-59 trailing)
                   at 1702
               accept sg-opt-b-text at 1802
               if sg-opt-a-text = spaces
                   move 'Go along with it' to sg-opt-a-text
               end-if
               if sg-opt-b-text = spaces
                   move 'Walk away' to sg-opt-b-text
               end-if
               move sg-opt-a-cost to sg-payout
           else
               display function trim(mt-proposed-wallet trailing)
                   at 1302
               display function trim(mt-negative-loss trailing) at 1402
               accept sg-payout at 1422
           end-if
           inspect sg-text-1 replacing all '|' by '/'
           inspect sg-text-2 replacing all '|' by '/'
           inspect sg-text-3 replacing all '|' by '/'
           inspect sg-opt-a-text replacing all '|' by '/'
           inspect sg-opt-b-text replacing all '|' by '/'
           perform 406-file-suggestion
           if sg-id = spaces
               display function trim(mt-the-suggestion-box trailing)
                   at 2002
               display function trim(mt-in-a-minute trailing) at 2102
           else
               display function trim(mt-thanks-queued trailing) at 2002
               display sg-id at 2031
           end-if
           display function trim(mt-press-key trailing) at 2202
           accept user-input at 2231
           perform 200-main-menu.

       404-count-my-suggestions.
           move 0 to sg-open-count sg-line-count
           move "N" to pending-ev-eof-switch
           open input pending-event-file
           if pending-ev-status = "00"
               perform 405-read-suggestion-line
                   until end-of-pending-evs
               close pending-event-file
           end-if.

       405-read-suggestion-line.
           read pending-event-file into pending-ev-line
               at end move "Y" to pending-ev-eof-switch
           end-read
           if not end-of-pending-evs
               add 1 to sg-line-count
               move spaces to sg-id-fld sg-status-fld sg-user-fld
               unstring pending-ev-line delimited by '|'
                   into sg-id-fld sg-status-fld sg-user-fld
               end-unstring
               if sg-status-fld = "PENDING"
                   and function trim(sg-user-fld)
                       = function trim(username)
                   add 1 to sg-open-count
               end-if
           end-if.

       406-file-suggestion.
           move spaces to sg-id
           move "events" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               exit paragraph
           end-if
           perform 404-count-my-suggestions
           compute sg-line-count = sg-line-count + 1
           move spaces to sg-id
           string 'P' delimited size
               sg-line-count delimited size
               into sg-id
           accept sg-date from date yyyymmdd
           move sg-payout to sg-payout-edit
           move sg-opt-a-cost to sg-opt-a-edit
           move sg-opt-b-cost to sg-opt-b-edit
           move spaces to pending-ev-line
           string sg-id delimited size
               '|PENDING|' delimited size
               function trim(username) delimited size
               '|' delimited size
               sg-date delimited size
               '|' delimited size
               function trim(sg-payout-edit) delimited size
               '|' delimited size
               function trim(sg-text-1 trailing) delimited size
               '|' delimited size
               function trim(sg-text-2 trailing) delimited size
               '|' delimited size
               function trim(sg-text-3 trailing) delimited size
               into pending-ev-line
           move spaces to pending-event-record
           if sg-is-choice
               string function trim(pending-ev-line trailing)
                       delimited size
                   '|' delimited size
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
                   into pending-event-record
           else
               string function trim(pending-ev-line trailing)
                       delimited size
                   '|||||' delimited size
                   into pending-event-record
           end-if
           open extend pending-event-file
           if pending-ev-status not = "00"
               open output pending-event-file
           end-if
           if pending-ev-status = "00"
               write pending-event-record
               close pending-event-file
           else
               move spaces to sg-id
           end-if
           perform 622-release-lock.

       407-redeem-voucher.
           display erase screen
           display function trim(mt-redeem-a-voucher trailing) at 0202
           display function trim(mt-enter-your-voucher trailing)
               at 0402
           move spaces to vc-code
           accept vc-code at 0502
           move function upper-case(vc-code) to vc-code
           if vc-code = spaces
               perform 200-main-menu
           end-if
           move spaces to vc-reason
           move "vouchers" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-voucher-desk trailing)
                   at 0702
               display function trim(mt-in-a-minute trailing) at 0802
               display function trim(mt-press-key trailing) at 1002
               accept user-input at 1031
               perform 200-main-menu
           end-if
           accept vc-today from date yyyymmdd
           perform 408-find-voucher
           evaluate true
               when not vc-found
                   move mt-code-not-valid to vc-reason
               when vc-state-fld not = "ACTIVE"
                   move mt-code-withdrawn to vc-reason
               when vc-expiry < vc-today
                   move mt-code-expired to vc-reason
               when other
                   perform 410-count-redemptions
           end-evaluate
           if vc-reason = spaces
               evaluate true
                   when vc-used-total >= vc-max
                       move mt-code-fully-used to vc-reason
                   when vc-used-mine >= vc-per-player
                       move mt-code-already-used to vc-reason
                   when vc-type = "SHIELD"
                       and hack-shield-count + vc-value > 99
                       move mt-too-many-shields to vc-reason
                   when vc-type = "PASS"
                       and overtime-pass-count + vc-value > 99
                       move mt-too-many-passes to vc-reason
                   when other
                       perform 412-record-redemption
               end-evaluate
           end-if
           perform 622-release-lock
           if vc-reason not = spaces
               display function trim(vc-reason) at 0702
               display function trim(mt-press-key trailing) at 0902
               accept user-input at 0931
               perform 200-main-menu
           end-if
           move vc-value to vc-disp-value
           move 0 to vc-txn-amount
           evaluate vc-type
               when "CASH"
                   add vc-value to user-bank
                   move vc-value to vc-txn-amount
                   display function trim(mt-voucher-accepted trailing)
                       at 0702
                   display function trim(vc-disp-value) at 0721
                   display function trim(mt-has-been-paid-into trailing)
                       at 0802
               when "SHIELD"
                   add vc-value to hack-shield-count
                   display function trim(mt-voucher-accepted-2 trailing)
                       at 0702
                   display function trim(vc-disp-value) at 0740
               when "PASS"
                   add vc-value to overtime-pass-count
                   display function trim(mt-voucher-accepted-3 trailing)
                       at 0702
                   display function trim(vc-disp-value) at 0743
               when other
                   move 0 to deal-price-num
                   perform 368-log-collectible
                   display function trim(mt-voucher-accepted-4 trailing)
                       at 0702
                   display function trim(mt-is-yours trailing) at 0802
           end-evaluate
           perform 413-log-voucher-txn
           perform 530-api-updateuser
           display function trim(mt-press-key trailing) at 1002
           accept user-input at 1031
           perform 200-main-menu.

       408-find-voucher.
           move "N" to vc-found-switch voucher-eof-switch
           open input voucher-file
           if voucher-status = "00"
               perform 409-read-voucher-line
                   until end-of-vouchers or vc-found
               close voucher-file
           end-if.

       409-read-voucher-line.
           read voucher-file into voucher-line
               at end move "Y" to voucher-eof-switch
           end-read
           if not end-of-vouchers
               move spaces to vc-code-fld vc-campaign-fld vc-type-fld
                   vc-value-fld vc-max-fld vc-per-fld vc-expiry-fld
                   vc-created-fld vc-by-fld vc-state-fld
               unstring voucher-line delimited by '|'
                   into vc-code-fld vc-campaign-fld vc-type-fld
                       vc-value-fld vc-max-fld vc-per-fld
                       vc-expiry-fld vc-created-fld vc-by-fld
                       vc-state-fld
               end-unstring
               if vc-code-fld = vc-code
                   move "Y" to vc-found-switch
                   move vc-campaign-fld to vc-campaign
                   move vc-type-fld to vc-type
                   compute vc-value = function numval(vc-value-fld)
                   compute vc-max = function numval(vc-max-fld)
                   compute vc-per-player =
                       function numval(vc-per-fld)
                   compute vc-expiry = function numval(vc-expiry-fld)
               end-if
           end-if.

       410-count-redemptions.
           move 0 to vc-used-total vc-used-mine
           move "N" to redemption-eof-switch
           open input redemption-file
           if redemption-status = "00"
               perform 411-read-redemption-line
                   until end-of-redemptions
               close redemption-file
           end-if.

       411-read-redemption-line.
           read redemption-file into redemption-line
               at end move "Y" to redemption-eof-switch
           end-read
           if not end-of-redemptions
               move spaces to vc-rd-code-fld vc-rd-user-fld
               unstring redemption-line delimited by '|'
                   into vc-rd-code-fld vc-rd-user-fld
               end-unstring
               if vc-rd-code-fld = vc-code
                   add 1 to vc-used-total
                   if function trim(vc-rd-user-fld)
                           = function trim(username)
                       add 1 to vc-used-mine
                   end-if
               end-if
           end-if.

       412-record-redemption.
           accept vc-now from time
           move spaces to redemption-line
           string function trim(vc-code) delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               vc-today delimited size
               '|' delimited size
               vc-now delimited size
               '|' delimited size
               function trim(vc-campaign) delimited size
               '|' delimited size
               function trim(vc-type) delimited size
               '|' delimited size
               vc-value delimited size
               into redemption-line
           open extend redemption-file
           if redemption-status not = "00"
               open output redemption-file
           end-if
           if redemption-status = "00"
               write redemption-record from redemption-line
               close redemption-file
           else
               move mt-voucher-desk-shut to vc-reason
           end-if.

       413-log-voucher-txn.
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into txn-log-path
           perform 528-next-txn-id
           accept txn-timestamp from time
           accept txn-post-date from date yyyymmdd
           move spaces to txn-log-line
           string txn-timestamp delimited size
               '|' delimited size
               'VOUCHER' delimited size
               '|' delimited size
               vc-txn-amount delimited size
               '|' delimited size
               user-bank delimited size
               '|' delimited size
               txn-post-date delimited size
               '|' delimited size
               function trim(vc-code) delimited size
               '|' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
               write txn-log-record from txn-log-line
           end-if
           close txn-log-file.

       320-store.
           if user-money < deep-debt-floor
               display erase screen
               display function trim(mt-the-shopkeeper-eyes trailing)
                   at 0202
               display function trim(mt-no-credit-for-deep trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               if is-batch-mode
                   perform 700-get-input
               else
               perform 200-main-menu
           end-if
           display erase screen
           display function trim(mt-welcome-2 trailing) at 0202
           move user-money to disp-money
           display function trim(mt-wallet trailing) at 0302 disp-money
               at 0312
           compute total-level = job-level + hacking-level 
               + security-level
           compute upgrade-price = upgrade-price-base * total-level
           perform 301-load-store-catalog
           perform 365-load-deals
           perform 307-build-store-shelf
           compute store-pages =
               (shelf-count + store-page-size - 1) / store-page-size
           if store-pages = 0
               move 1 to store-pages
           end-if
           if store-page > store-pages
               move store-pages to store-page
           end-if
           if store-page = 0
               move 1 to store-page
           end-if
           compute shelf-first =
               (store-page - 1) * store-page-size + 1
           move "N" to shelf-lottery-switch
           if shelf-count = 0
               display function trim(mt-the-shelves trailing) at 0602
           end-if
           perform 309-show-store-row
               varying shelf-slot from 1 by 1
               until shelf-slot > store-page-size
           if shelf-shows-lottery
               perform 383-load-lottery-pot
               move lottery-pot to disp-pot
               display function trim(mt-tonight-s-lottery trailing)
                   at 0402
               display disp-pot at 0426
           end-if
           move store-page to disp-store-page
           display function trim(mt-page trailing) at 0340
               disp-store-page at 0345
           move store-pages to disp-store-page
           display function trim(mt-of trailing) at 0347 disp-store-page
               at 0351
           display function trim(mt-n-next-page-p trailing)
               at 1402
           display function trim(mt-enter-number trailing) at 1502
           if is-batch-mode
               perform 700-get-input
               if end-of-batch
                   perform 200-main-menu
               end-if
               move batch-input-line(1:1) to user-input
           else
               accept user-input at 1530
           perform 321-store-purchase.

       321-store-purchase.
           evaluate user-input
               when '0'
                   perform 200-main-menu
               when 'N'
               when 'n'
                   if store-page < store-pages
                       add 1 to store-page
                   end-if
               when 'P'
               when 'p'
                   if store-page > 1
                       subtract 1 from store-page
                   end-if
               when '1' thru '8'
                   compute shelf-pick = function numval(user-input)
                   compute shelf-idx = shelf-first + shelf-pick - 1
                   if shelf-idx <= shelf-count
                       move shelf-cat-idx(shelf-idx) to store-pick-idx
                       perform 317-buy-store-item
                   end-if
           end-evaluate
           perform 320-store.

       301-load-store-catalog.
           move 0 to store-cat-count
           move "N" to store-cat-eof-switch
           move "N" to store-stock-switch
           open input store-catalog-file
           if store-cat-status = "00"
               perform 302-read-store-cat-line
                   until end-of-store-catalog
               close store-catalog-file
           end-if
           if store-has-stock-limits
               perform 303-count-sold-today
           end-if.

       302-read-store-cat-line.
           read store-catalog-file into store-cat-line
               at end move "Y" to store-cat-eof-switch
           end-read
           if not end-of-store-catalog
               and store-cat-count < 40
               move spaces to sc-kind-fld sc-code-fld sc-name-fld
                   sc-price-kind-fld sc-price-fld sc-stock-fld
                   sc-effect-fld sc-target-fld sc-amount-fld
                   sc-days-fld sc-min-level-fld sc-track-fld
               unstring store-cat-line delimited by '|'
                   into sc-kind-fld sc-code-fld sc-name-fld
                       sc-price-kind-fld sc-price-fld sc-stock-fld
                       sc-effect-fld sc-target-fld sc-amount-fld
                       sc-days-fld sc-min-level-fld sc-track-fld
               end-unstring
               if sc-kind-fld = "ITEM" and sc-code-fld not = spaces
                   add 1 to store-cat-count
                   move sc-code-fld to sc-code(store-cat-count)
                   move sc-name-fld to sc-name(store-cat-count)
                   move sc-price-kind-fld
                       to sc-price-kind(store-cat-count)
                   move sc-effect-fld to sc-effect(store-cat-count)
                   move sc-target-fld to sc-target(store-cat-count)
                   compute sc-price(store-cat-count) =
                       function numval(sc-price-fld)
                   compute sc-stock(store-cat-count) =
                       function numval(sc-stock-fld)
                   compute sc-amount(store-cat-count) =
                       function numval(sc-amount-fld)
                   compute sc-days(store-cat-count) =
                       function numval(sc-days-fld)
                   compute sc-min-level(store-cat-count) =
                       function numval(sc-min-level-fld)
                   move 0 to sc-track(store-cat-count)
                   if sc-track-fld = "1" or sc-track-fld = "2"
                       or sc-track-fld = "3"
                       compute sc-track(store-cat-count) =
                           function numval(sc-track-fld)
                   end-if
                   move 0 to sc-sold-today(store-cat-count)
                   if sc-stock(store-cat-count) > 0
                       move "Y" to store-stock-switch
                   end-if
               end-if
           end-if.

       303-count-sold-today.
           accept store-today from date yyyymmdd
           move "N" to store-sold-eof-switch
           open input store-log-file
           if store-log-status = "00"
               perform 304-read-sold-line
                   until end-of-store-sold
               close store-log-file
           end-if.

       304-read-sold-line.
           read store-log-file
               at end move "Y" to store-sold-eof-switch
           end-read
           if not end-of-store-sold
               move spaces to ss-user-fld ss-item-fld ss-amt-fld
                   ss-date-fld
               unstring store-log-record delimited by '|'
                   into ss-user-fld ss-item-fld ss-amt-fld
                       ss-date-fld
               end-unstring
               if ss-date-fld = store-today
                   perform 305-match-sold-item
                       varying store-cat-idx from 1 by 1
                       until store-cat-idx > store-cat-count
               end-if
           end-if.

       305-match-sold-item.
           if sc-code(store-cat-idx) = ss-item-fld
               add 1 to sc-sold-today(store-cat-idx)
           end-if.

       307-build-store-shelf.
           move 0 to shelf-count
           perform 308-check-shelf-item
               varying store-cat-idx from 1 by 1
               until store-cat-idx > store-cat-count.

       308-check-shelf-item.
           if sc-track(store-cat-idx) > 0
               and sc-track(store-cat-idx) not = career-track
               exit paragraph
           end-if
           evaluate sc-track(store-cat-idx)
               when 1 move job-level to shelf-level
               when 2 move hacking-level to shelf-level
               when 3 move security-level to shelf-level
               when other move total-level to shelf-level
           end-evaluate
           if shelf-level < sc-min-level(store-cat-idx)
               exit paragraph
           end-if
           if sc-effect(store-cat-idx) = "BUFF"
               and not logged-in
               exit paragraph
           end-if
           if sc-effect(store-cat-idx) = "ACTION"
               if sc-target(store-cat-idx) = "PRESTIGE"
                   and total-level < prestige-threshold
                   exit paragraph
               end-if
               if sc-target(store-cat-idx) = "DEALS"
                   and deals-open-count = 0
                   exit paragraph
               end-if
           end-if
           add 1 to shelf-count
           move store-cat-idx to shelf-cat-idx(shelf-count).

       309-show-store-row.
           compute shelf-idx = shelf-first + shelf-slot - 1
           if shelf-idx > shelf-count
               exit paragraph
           end-if
           move shelf-cat-idx(shelf-idx) to store-pick-idx
           compute shelf-row = shelf-slot + 5
           move shelf-slot to disp-shelf-num
           display disp-shelf-num at line shelf-row column 2
           display "." at line shelf-row column 3
           display sc-name(store-pick-idx)
               at line shelf-row column 5
           perform 319-price-store-item
           if store-item-price > 0
               move store-item-price to disp-price
               display "$" at line shelf-row column 36
               display disp-price at line shelf-row column 37
           end-if
           if sc-target(store-pick-idx) = "LOTTERY"
               move "Y" to shelf-lottery-switch
           end-if
           if sc-stock(store-pick-idx) > 0
               and sc-effect(store-pick-idx) not = "ACTION"
               if sc-sold-today(store-pick-idx)
                   >= sc-stock(store-pick-idx)
                   display function trim(mt-sold-out trailing)
                       at line shelf-row column 47
               else
                   compute disp-stock-left =
                       sc-stock(store-pick-idx)
                       - sc-sold-today(store-pick-idx)
                   display function trim(mt-left trailing)
                       at line shelf-row column 47
                   display disp-stock-left
                       at line shelf-row column 53
               end-if
           end-if.

       319-price-store-item.
           if sc-effect(store-pick-idx) = "ACTION"
               move 0 to store-item-price
               evaluate sc-target(store-pick-idx)
                   when "LOTTERY"
                       move lottery-ticket-price to store-item-price
                   when "TRAINING"
                       compute store-item-price =
                           upgrade-price-base * total-level / 2
               end-evaluate
               exit paragraph
           end-if
           move sc-price(store-pick-idx) to store-item-price
           if store-item-price = 0
               evaluate sc-target(store-pick-idx)
                   when "SHIELD"
                       move hack-shield-price to store-item-price
                   when "PASS"
                       move overtime-pass-price to store-item-price
                   when other
                       move upgrade-price-base to store-item-price
               end-evaluate
           end-if
           if sc-price-kind(store-pick-idx) = "LEVEL"
               compute store-item-price =
                   store-item-price * total-level
           end-if.

       317-buy-store-item.
           if sc-effect(store-pick-idx) = "ACTION"
               evaluate sc-target(store-pick-idx)
                   when "RESPEC" perform 323-respec
                   when "PRESTIGE" perform 322-prestige-reset
                   when "DEALS" perform 366-show-deals
                   when "TRAINING" perform 390-training-desk
                   when "LOTTERY" perform 382-buy-lottery-ticket
                   when "RESULTS" perform 311-lottery-results
               end-evaluate
               exit paragraph
           end-if
           perform 319-price-store-item
           if sc-stock(store-pick-idx) > 0
               and sc-sold-today(store-pick-idx)
                   >= sc-stock(store-pick-idx)
               display function trim(mt-sold-out-for-today trailing)
                   at 1702
               if is-batch-mode
                   perform 700-get-input
               else
                   accept user-input at 1738
               end-if
               exit paragraph
           end-if
           if user-money < store-item-price
               display function trim(mt-not-enough-money-2 trailing)
                   at 1702
               if is-batch-mode
                   perform 700-get-input
               else
                   accept user-input at 1730
               end-if
               exit paragraph
           end-if
           move store-item-price to disp-price
           if fast-confirm
               move 'Y' to confirm-answer
           else
               display erase screen
               display function trim(mt-confirm-purchase trailing)
                   at 0202
               display function trim(sc-name(store-pick-idx))
                   at 0222
               display function trim(mt-for trailing) at 0302 disp-price
                   at 0308
               display function trim(mt-y-n trailing) at 0402
               if is-batch-mode
                   perform 700-get-input
                   move batch-input-line(1:1) to confirm-answer
               end-if
           end-if
           if confirm-answer not = 'Y' and confirm-answer not = 'y'
               exit paragraph
           end-if
           subtract store-item-price from user-money
           move sc-code(store-pick-idx) to store-item
           move store-item-price to store-spend
           perform 364-log-store-purchase
           add 1 to sc-sold-today(store-pick-idx)
           perform 318-apply-store-effect
           if logged-in
               perform 530-api-updateuser
           end-if.

       318-apply-store-effect.
           evaluate sc-effect(store-pick-idx)
               when "STAT"
                   evaluate sc-target(store-pick-idx)
                       when "JOB"
                           add sc-amount(store-pick-idx) to job-level
                       when "HACK"
                           add sc-amount(store-pick-idx)
                               to hacking-level
                       when "SEC"
                           add sc-amount(store-pick-idx)
                               to security-level
                   end-evaluate
                   if job-level >= 50 or hacking-level >= 50
                           or security-level >= 50
                       move "MAXCAREER" to ach-check-code
                       move "MAXED A CAREER TRACK" to ach-check-title
                       perform 180-award-achievement
                   end-if
                   move 6 to programcall
                   call "./NGM/utils/imagedisplay"
                       using programcall dance-step
               when "ITEM"
                   evaluate sc-target(store-pick-idx)
                       when "SHIELD"
                           add sc-amount(store-pick-idx)
                               to hack-shield-count
                           display function trim(mt-bought-a-hack
                               trailing)
                               at 1702
                           display function trim(mt-block-the-next-hack
                               trailing)
                               at 1802
                       when "PASS"
                           add sc-amount(store-pick-idx)
                               to overtime-pass-count
                           display function trim(mt-bought-an-overtime
                               trailing)
                               at 1702
                           display function trim(mt-next-shift-gets
                               trailing)
                               at 1802
                   end-evaluate
                   if is-batch-mode
                       perform 700-get-input
                   else
                       accept user-input at 1833
                   end-if
               when "BUFF"
                   perform 343-save-store-buff
           end-evaluate.

       343-save-store-buff.
           accept buff-today from date yyyymmdd
           compute buff-expires = function date-of-integer(
               function integer-of-date(buff-today)
               + sc-days(store-pick-idx))
           perform 324-build-buff-path
           move sc-amount(store-pick-idx) to disp-buff-pct
           move spaces to buff-line
           string 'BUFF|' delimited size
               function trim(sc-code(store-pick-idx)) delimited size
               '|' delimited size
               function trim(sc-target(store-pick-idx))
                   delimited size
               '|' delimited size
               function trim(disp-buff-pct) delimited size
               '|' delimited size
               buff-expires delimited size
               into buff-line
           open extend buff-file
           if buff-status not = "00"
               open output buff-file
           end-if
           if buff-status = "00"
               write buff-record from buff-line
           end-if
           close buff-file
           move sc-days(store-pick-idx) to disp-buff-days
           display function trim(mt-buff-active trailing) at 1702
           display function trim(disp-buff-pct) at 1716
           display function trim(mt-on-work-shifts trailing) at 1720
           display disp-buff-days at 1741
           display function trim(mt-days trailing) at 1744
           if is-batch-mode
               perform 700-get-input
           else
               accept user-input at 1751
           end-if.

       324-build-buff-path.
           move spaces to buff-path
           string './NGM/logs/buff_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into buff-path.

       344-apply-store-buff.
           if shift-earned <= 0
               exit paragraph
           end-if
           move 0 to buff-best-pct
           accept buff-today from date yyyymmdd
           perform 324-build-buff-path
           move "N" to buff-eof-switch
           open input buff-file
           if buff-status = "00"
               perform 351-read-buff-line
                   until end-of-buffs
               close buff-file
           end-if
           if buff-best-pct = 0
               exit paragraph
           end-if
           compute buff-bonus = shift-earned * buff-best-pct / 100
           if user-money + buff-bonus > 99999
               compute buff-bonus = 99999 - user-money
           end-if
           if buff-bonus > 0
               add buff-bonus to user-money
               move buff-bonus to disp-buff-bonus
               display function trim(mt-store-buff-bonus trailing)
                   at 1902
               display disp-buff-bonus at 1922
           end-if.

       351-read-buff-line.
           read buff-file into buff-line
               at end move "Y" to buff-eof-switch
           end-read
           if not end-of-buffs
               move spaces to bf-kind-fld bf-code-fld bf-target-fld
                   bf-pct-fld bf-expires-fld
               unstring buff-line delimited by '|'
                   into bf-kind-fld bf-code-fld bf-target-fld
                       bf-pct-fld bf-expires-fld
               end-unstring
               if bf-kind-fld = "BUFF" and bf-target-fld = "WORK"
                   and bf-expires-fld >= buff-today
                   and function numval(bf-pct-fld) > buff-best-pct
                   compute buff-best-pct =
                       function numval(bf-pct-fld)
               end-if
           end-if.

       322-prestige-reset.
           if total-level < prestige-threshold
               display function trim(mt-levels-not-high trailing)
                   at 1702
               accept user-input at 1730
           else
               move "PRESTIGE1" to ach-check-code
               move "FIRST PRESTIGE" to ach-check-title
               perform 180-award-achievement
               display function trim(mt-prestige-levels trailing)
                   at 1702
               display function trim(mt-applies-to-future trailing)
                   at 1802
               accept user-input at 1830
               if logged-in

       323-respec.
           display erase screen
           display function trim(mt-respec-move-1-level trailing)
               at 0202
           display function trim(mt-1-job-level trailing) at 0402
           display function trim(mt-2-hacking-level trailing) at 0502
           display function trim(mt-3-security-level trailing) at 0602
           display function trim(mt-move-a-level-from trailing) at 0802
           accept respec-from at 0834
           display function trim(mt-move-a-level trailing) at 0902
           accept respec-to at 0930
           if respec-from = respec-to
               display function trim(mt-source-and-target trailing)
                   at 1102
               accept user-input at 1129
           else
               move 0 to respec-from-level
                   when '3' move security-level to respec-from-level
               end-evaluate
               if respec-from-level <= 1
                   display function trim(mt-that-stat trailing)
                       at 1102
                   accept user-input at 1129
               else
                   end-evaluate
                   add respec-refund to user-money
                   move respec-refund to disp-price
                   display function trim(mt-refunded trailing) at 1102
                       disp-price at 1113
                   display function trim(mt-press-key trailing) at 1202
                   accept user-input at 1229
                   if logged-in
                       perform 530-api-updateuser
               end-if
           end-if.

       330-hacking.
           if user-money < deep-debt-floor
               display erase screen
               display function trim(mt-your-rig trailing)
                   at 0202
               display function trim(mt-debts-are-paid-no trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               if is-batch-mode
                   perform 700-get-input
               else
           perform 336-check-loan-standing
           if loan-principal > 0 and loan-age-days > delinquent-days
               display erase screen
               display function trim(mt-the-loan-desk trailing)
                   at 0202
               display function trim(mt-privileges-repay trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               if is-batch-mode
                   perform 700-get-input
               else
               perform 200-main-menu
           end-if
           display erase screen
           display function trim(mt-hacking trailing) at 0202
           display function trim(mt-enter-the-name trailing) at 0402
           display function trim(mt-or-to-browse trailing) at 0502
           if is-batch-mode
               perform 700-get-input
               move batch-input-line(1:20) to target-name
           move target-name to validate-field
           perform 900-validate-alnum
           if not is-valid-field
               display function trim(mt-target-names-may trailing)
                   at 0502
               display function trim(mt-and-digits-please trailing)
                   at 0602
               if is-batch-mode
                   perform 700-get-input
               else
               ')' delimited size
               into menu-price-line
           display menu-price-line at 0702
           display function trim(mt-3-return-to-main trailing) at 0802
           display function trim(mt-4-review-my trailing) at 0902
           display function trim(mt-enter-number trailing) at 1002
           if is-batch-mode
               perform 700-get-input
               move batch-input-line(1:1) to user-input

       362-view-dossiers.
           display erase screen
           display function trim(mt-recon-dossiers-most trailing)
               at 0202
           display function trim(mt-target-hack-sec trailing)
               at 0402
           accept dossier-today from date yyyymmdd
           move 0 to dossier-shown dossier-total
               close dossier-file
           end-if
           if dossier-shown = 0
               display function trim(mt-no-paid-recon trailing) at 0602
           end-if
           display function trim(mt-ages-are-in-days trailing)
               at 1802
           display function trim(mt-press-key trailing) at 1902
           accept user-input at 1929
           perform 330-hacking.

           perform 334-load-directory-page
           if api-response(1:7) not = "SUCCESS"
               display erase screen
               display function trim(mt-could-not-load trailing)
                   at 0202
               display function trim(mt-press-key trailing) at 0402
               accept user-input at 0429
               move "Y" to dir-done-switch
           else

       328-show-directory-page.
           display erase screen
           display function trim(mt-target-directory trailing) at 0202
           display function trim(mt-no-player-wealth trailing)
               at 0402
           perform 326-show-directory-row
               varying dir-idx from 1 by 1
               until dir-idx > dir-page-size
           move dir-page to disp-dir-page
           display function trim(mt-page trailing) at 1502
           display disp-dir-page at 1508
           display function trim(mt-of trailing) at 1511
           move dir-pages to disp-dir-page
           display disp-dir-page at 1516
           display function trim(mt-pick-1-9 trailing) at 1702
           display function trim(mt-any-other-key trailing) at 1802
           accept dir-input at 1829.

       326-show-directory-row.
               move dir-name(dir-idx) to vac-scan-player
               perform 624-load-vacation
               if vacation-active
                   display function trim(mt-away trailing)
                       at line dir-row column 50
               end-if
               display dir-name(dir-idx)
                   at line dir-row column 7
                       move "Y" to dir-done-switch
                       move 0 to target-hack-level
                           target-sec-level
                       display function trim(mt-target trailing) at 1902
                       display function trim(target-name) at 1910
                       display function trim(mt-1-recon-2-hack trailing)
                           at 2002
                       accept dir-input at 2036
                       evaluate dir-input

       325-hack-recon.
           if free-recon-day
               display function trim(mt-recon-is-free-today trailing)
                   at 1102
           else
               if user-money < recon-fee
                   display function trim(mt-not-enough-money-3 trailing)
                       at 1202
                   display function trim(mt-press-any-key trailing)
                       at 1302
                   accept user-input at 1329
                   perform 330-hacking
               end-if
               subtract recon-fee from user-money
           end-if
           display function trim(mt-running-recon trailing) at 1202
           perform 567-find-npc
           if target-is-npc
               move np-hack(npc-hit-idx) to target-hack-level
               move np-sec(npc-hit-idx) to target-sec-level
               move target-hack-level to disp-level
               display function trim(mt-target-hack-level trailing)
                   at 1302 disp-level
                   at 1322
               move target-sec-level to disp-level
               display function trim(mt-target-sec-level trailing)
                   at 1402 disp-level
                   at 1421
               perform 361-save-dossier
               move "RECON" to mission-bump-kind
               perform 555-bump-mission
               display function trim(mt-proceed trailing) at 1602
               accept user-input at 1632
               if user-input = 'Y' or user-input = 'y'
                   perform 331-hack-attempt
               perform 386-load-target-defense
               perform 387-apply-honeypot
               move target-hack-level to disp-level
               display function trim(mt-target-hack-level trailing)
                   at 1302 disp-level
                   at 1322
               move target-sec-level to disp-level
               display function trim(mt-target-sec-level trailing)
                   at 1402 disp-level
                   at 1421
               perform 361-save-dossier
               move "RECON" to mission-bump-kind
               perform 555-bump-mission
               display function trim(mt-proceed trailing) at 1602
               accept user-input at 1632
               if user-input = 'Y' or user-input = 'y'
                   perform 331-hack-attempt
                   perform 330-hacking
               end-if
           else
               display function trim(mt-target-not-found trailing)
                   at 1302
               display function trim(mt-press-any-key trailing) at 1402
               accept user-input at 1429
               perform 330-hacking
           end-if.
               end-if
               add perk-bonus to user-money
               move perk-bonus to disp-perk-bonus
               display function trim(mt-crew-work-bonus trailing)
                   at 1802
               display disp-perk-bonus at 1821
               if perk-bonus > 0
                   perform 399-post-crew-ledger
               end-if
           end-if.

       399-post-crew-ledger.
           accept ledger-date from date yyyymmdd
           accept ledger-time from time
           move spaces to crew-ledger-line
           string function trim(perk-crew-name) delimited size
               '|' delimited size
               ledger-date delimited size
               '|' delimited size
               ledger-time delimited size
               '|WORKBONUS|' delimited size
               function trim(username) delimited size
               '|' delimited size
               function trim(disp-perk-bonus) delimited size
               '||' delimited size
               '|' delimited size
               into crew-ledger-line
           open extend crew-ledger-file
           if crew-ledger-status not = "00"
               open output crew-ledger-file
           end-if
           if crew-ledger-status = "00"
               write crew-ledger-record from crew-ledger-line
           end-if
           close crew-ledger-file.

       381-price-hack-fee.
           move hack-fee to effective-hack-fee
           if logged-in
               perform 378-check-crew-perk
               if perk-active
                   compute effective-hack-fee = hack-fee / 2
                   display function trim(mt-crew-discount-hack trailing)
                       at 0302
               end-if
           end-if
           if counter-hack-armed
               compute effective-hack-fee = hack-fee / 2
               move "N" to counter-hack-flag
               display function trim(mt-revenge-discount trailing)
                   at 0402
           end-if.

           perform 355-check-farming-rules
           if not farming-allowed
               display erase screen
               display function trim(mt-hack-blocked trailing) at 0202
               display farm-block-reason at 0216
               display function trim(mt-press-key trailing) at 0402
               if is-batch-mode
                   perform 700-get-input
               else
               perform 200-main-menu
           end-if
           if user-money < effective-hack-fee
               display function trim(mt-not-enough-money-4 trailing)
                   at 0302
               display function trim(mt-press-any-key trailing) at 0802
               if is-batch-mode
                   perform 700-get-input
               else
                   move "FAILURE" to hack-outcome
                   perform 335-log-hack-attempt
                   perform 342-update-crew-standing
                   display function trim(mt-a-crew-shield trailing)
                       at 0502
                   display function trim(mt-press-key trailing) at 0902
                   if is-batch-mode
                       perform 700-get-input
                   else
                       move "FAILURE" to hack-outcome
                       perform 335-log-hack-attempt
                       perform 342-update-crew-standing
                       display function trim(mt-a-bodyguard-slams
                           trailing)
                           at 0502
                       display function trim(mt-your-probe-nothing
                           trailing)
                           at 0602
                       display function trim(mt-press-key trailing)
                           at 0902
                       if is-batch-mode
                           perform 700-get-input
                   perform 572-resolve-npc-hack
                   exit paragraph
               end-if
               display function trim(mt-hacking-in-progress trailing)
                   at 0502
               perform 591-generate-ticket
               string 'py ./NGM/api.py HACKING ' delimited size
               function trim(target-name) delimited size
               move 5 to programcall
               call "./NGM/utils/imagedisplay" using programcall
           end-if
           display function trim(mt-press-key trailing) at 0902
           if is-batch-mode
               perform 700-get-input
           else
       340-atm.
           display erase screen
           if guest-mode
               display function trim(mt-you-must-be-logged-8 trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if
           move "N" to atm-idle-flag
           call './NGM/utils/atm' using username user-money user-bank
               job-level atm-idle-flag
           if atm-timed-out
               move "ATM" to idle-screen
               perform 225-idle-timeout
           end-if
           perform 200-main-menu.
  
       500-api-login.
               move "LI" to login-status
           else
               if api-response(1:5) = "INUSE"
                   display function trim(mt-you-are-already trailing)
                       at 0702
                   display function trim(mt-terminal-take-over trailing)
                       at 0802
                   accept takeover-answer at 0840
                   if takeover-answer = 'Y'
                       move "NL" to login-status
                   end-if
               else
                   display function trim(mt-could-not-start trailing)
                       at 0702
                   move "NL" to login-status
               end-if
           end-if.

       507-api-sessionend.
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py SESSIONEND ' delimited size
               function trim(username) delimited size
               ' SESSION ' delimited size
               session-token delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response
           move spaces to session-token.

       506-api-sessionforce.
           perform 591-generate-ticket
           move spaces to api-command
           if api-response(1:7) = "SUCCESS"
               move api-response(15:8) to session-token
               move "LI" to login-status
               display function trim(mt-session-taken-over trailing)
                   at 0902
           else
               display function trim(mt-takeover-failed trailing)
                   at 0902
               move "NL" to login-status
           end-if.

               move function numval(api-response(71:6))
                   to user-money
               if last-login-date not = 0
                   display function trim(mt-welcome-back-last trailing)
                       at 0502
                   display last-login-date at 0530
               end-if
               perform 511-check-login-streak
               if hack-count > 0
                   if has-hack-shield
                       subtract 1 from hack-shield-count
                       display function trim(mt-your-hack-shield
                           trailing) at 1002
                       display function trim(mt-attack-while trailing)
                           at 1102
                       move "SHIELDSAVE" to ach-check-code
                       move "SURVIVED A HACK WITH A SHIELD"
                           to ach-check-title
                       perform 180-award-achievement
                   else
                       display function trim(mt-warning trailing)
                           at 1002
                       display hack-count at 1032
                       display function trim(mt-time-s trailing) at 1035
                       perform 514-process-insurance-claim
                   end-if
                   perform 540-api-resetmessage
               end-if
               display function trim(mt-press-any-key-2 trailing)
                   at 1102
               perform 596-replay-pending
               if not is-batch-mode
                   perform 607-login-briefing
               end-if
           else
               display function trim(mt-could-not-load-2 trailing)
                   at 0902
           end-if.

       624-load-vacation.
                   ' > nul 2>&1' delimited size
                   into api-command
               call "SYSTEM" using api-command
               display function trim(mt-your-vacation-hold trailing)
                   at 1902
               display function trim(mt-welcome-back trailing) at 2002
           end-if.

       626-vacation-screen.
           move username to vac-scan-player
           perform 624-load-vacation
           display erase screen
           display function trim(mt-vacation-mode trailing) at 0202
           if vacation-on-file
               display function trim(mt-vacation-armed trailing) at 0402
               display vac-start at 0419
               display function trim(mt-through trailing) at 0428
               display vac-end at 0437
               display function trim(mt-hacks-against trailing) at 0602
               display function trim(mt-interest-premiums trailing)
                   at 0702
               display function trim(mt-pause-while-it-runs trailing)
                   at 0802
               display function trim(mt-c-cancel-it-other trailing)
                   at 1002
               accept user-input at 1030
               if user-input = 'C' or user-input = 'c'
                   move spaces to api-command
                       ' > nul 2>&1' delimited size
                       into api-command
                   call "SYSTEM" using api-command
                   display function trim(mt-vacation-cancelled trailing)
                       at 1202
                   accept user-input at 1222
               end-if
               exit paragraph
           end-if
           display function trim(mt-vacation-starts trailing) at 0402
           display function trim(mt-notice-and-runs trailing) at 0502
           display function trim(mt-it-cannot-be-armed trailing) at 0602
           display function trim(mt-on-your-head trailing) at 0702
           display function trim(mt-days-away-0-never trailing) at 0902
           move 0 to vac-length
           accept vac-length at 0931
           if vac-length = 0
           end-if
           perform 627-check-open-bounty
           if bounty-on-me
               display function trim(mt-a-live-bounty trailing) at 1102
               display function trim(mt-face-it-before trailing) at 1202
               accept user-input at 1233
               exit paragraph
           end-if
                   into vacation-line
               write vacation-record from vacation-line
               close vacation-file
               display function trim(mt-vacation-armed-2 trailing)
                   at 1102
               display function trim(mt-up-tomorrow-travel trailing)
                   at 1202
               accept user-input at 1228
           end-if.

               function trim(lock-path) delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           move "N" to lock-ok-switch.

       623-write-lock-stamp.
           accept lock-now-date from date yyyymmdd
               close comeback-file
           end-if
           move comeback-amount to disp-comeback
           display function trim(mt-welcome-back-2 trailing) at 2002
           display disp-comeback at 2034.

       613-bump-notoriety.
           move noto-today to noto-last-date
           perform 615-save-notoriety
           if noto-value >= noto-flag-level
               display function trim(mt-word trailing)
                   at 1702
               display function trim(mt-are-a-marked-hacker trailing)
                   at 1802
           end-if.

       614-load-notoriety.
           perform 609-count-unread-mail
           perform 336-check-loan-standing
           display erase screen
           display function trim(mt-while-you-were-away trailing)
               at 0202
           move days-since-login to disp-brief
           display function trim(mt-days-since-last trailing) at 0402
           display disp-brief at 0427
           move streak-bonus to disp-brief
           display function trim(mt-streak-bonus trailing) at 0502
           display disp-brief at 0527
           move interest-earned to disp-brief
           display function trim(mt-bank-interest trailing) at 0602
           display disp-brief at 0627
           move debt-penalty to disp-brief
           display function trim(mt-debt-penalty-taken trailing) at 0702
           display disp-brief at 0727
           move briefing-premium to disp-brief
           display function trim(mt-insurance-premium trailing) at 0802
           display disp-brief at 0827
           move rent-total to disp-brief
           display function trim(mt-property-rent trailing) at 0902
           display disp-brief at 0927
           move brief-attack-count to disp-brief-count
           display function trim(mt-attacks-while-away trailing) at 1002
           display disp-brief-count at 1027
           if brief-attack-count > 0
               move 10 to brief-row
                       until brief-atk-idx > 3
                   if brief-attacker(brief-atk-idx) not = spaces
                       add 1 to brief-row
                       display function trim(mt-hit trailing)
                           at line brief-row
                           column 6
                       display function trim(
                           brief-attacker(brief-atk-idx))
               end-perform
           end-if
           move brief-mail-count to disp-brief-count
           display function trim(mt-mail-in-your-box trailing) at 1402
           display disp-brief-count at 1427
           if loan-principal > 0
               compute days-left-num =
                   delinquent-days - loan-age-days
               if days-left-num < 0
                   display function trim(mt-loan-delinquent trailing)
                       at 1502
                   display function trim(mt-until-you-repay trailing)
                       at 1602
               else
                   move days-left-num to disp-brief-count
                   display function trim(mt-loan-days-before trailing)
                       at 1502
                   display disp-brief-count at 1527
               end-if
           end-if
           if season-active
               perform 172-load-season-score
               move season-earned to disp-brief
               display function trim(mt-season-earnings trailing)
                   at 1702
               display disp-brief at 1727
               perform 637-check-rival-passes
           end-if
           display function trim(mt-press-key trailing) at 2002
           accept user-input at 2031.

       637-check-rival-passes.
           move 0 to rw-count rw-passed-count
           move spaces to rivals-path
           string './NGM/logs/rivals_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into rivals-path
           move "N" to rivals-eof-switch
           open input rivals-file
           if rivals-status not = "00"
               exit paragraph
           end-if
           perform 638-read-rival-line
               until end-of-rivals
           close rivals-file
           if rw-count = 0
               exit paragraph
           end-if
           move 17 to rw-row
           perform 639-compare-rival
               varying rw-idx from 1 by 1
               until rw-idx > rw-count
           if rw-passed-count > 2
               compute disp-rw-more = rw-passed-count - 2
               display '+' at 1962
               display disp-rw-more at 1963
               display function trim(mt-more trailing) at 1965
           end-if
           open output rivals-file
           if rivals-status = "00"
               perform 641-write-rival-line
                   varying rw-idx from 1 by 1
                   until rw-idx > rw-count
               close rivals-file
           end-if.

       638-read-rival-line.
           read rivals-file into rivals-line
               at end move "Y" to rivals-eof-switch
           end-read
           if end-of-rivals or rw-count >= 10
               exit paragraph
           end-if
           move spaces to rw-kind-fld rw-name-fld rw-pinned-fld
               rw-ahead-fld rw-season-fld
           unstring rivals-line delimited by '|'
               into rw-kind-fld rw-name-fld rw-pinned-fld
                   rw-ahead-fld rw-season-fld
           end-unstring
           if rw-kind-fld = "RIVAL" and rw-name-fld not = spaces
               add 1 to rw-count
               move rw-name-fld to rw-name(rw-count)
               move rw-pinned-fld to rw-pinned(rw-count)
               move rw-ahead-fld to rw-ahead(rw-count)
               move rw-season-fld to rw-season(rw-count)
           end-if.

       639-compare-rival.
           perform 640-load-rival-earned
           if rw-earned > season-earned
               if rw-ahead(rw-idx) = "N"
                   and rw-season(rw-idx) = season-id
                   add 1 to rw-passed-count
                   if rw-passed-count <= 2
                       add 1 to rw-row
                       display function trim(mt-rival trailing)
                           at line rw-row column 2
                       display function trim(rw-name(rw-idx))
                           at line rw-row column 8
                       display function trim(mt-passed trailing)
                           at line rw-row column 29
                   end-if
               end-if
               move "Y" to rw-ahead(rw-idx)
           else
               move "N" to rw-ahead(rw-idx)
           end-if
           move season-id to rw-season(rw-idx).

       640-load-rival-earned.
           move 0 to rw-earned
           move spaces to season-score-path
           string './NGM/logs/season_' delimited size
               function trim(season-id) delimited size
               '_' delimited size
               function trim(rw-name(rw-idx)) delimited size
               '.dat' delimited size
               into season-score-path
           open input season-score-file
           if season-score-status = "00"
               move spaces to season-score-line
               read season-score-file into season-score-line
                   at end continue
               end-read
               close season-score-file
               move spaces to ss-earned-fld ss-wins-fld
               unstring season-score-line delimited by '|'
                   into ss-earned-fld ss-wins-fld
               end-unstring
               compute rw-earned = function numval(ss-earned-fld)
           end-if.

       641-write-rival-line.
           move spaces to rivals-line
           string 'RIVAL|' delimited size
               function trim(rw-name(rw-idx)) delimited size
               '|' delimited size
               rw-pinned(rw-idx) delimited size
               '|' delimited size
               rw-ahead(rw-idx) delimited size
               '|' delimited size
               function trim(rw-season(rw-idx)) delimited size
               into rivals-line
           write rivals-record from rivals-line.

       608-scan-recent-attacks.
           move 0 to brief-attack-count
           perform varying brief-atk-idx from 1 by 1
                   add claim-payout to policy-period-paid
                   perform 516-save-policy
                   perform 517-write-claim-record
                   move "CLAIM" to ins-event
                   move policy-tier to ins-event-tier
                   move claim-payout to ins-event-amount
                   perform 529-post-insurance-ledger
                   move claim-payout to disp-payout
                   display function trim(mt-insurance-payout trailing)
                       at 1202
                   display disp-payout at 1222
                   move username to mail-to
                   move "INSURE" to mail-from
                       move policy-premium to briefing-premium
                       perform 516-save-policy
                       perform 523-log-premium-txn
                       move "PREMIUM" to ins-event
                       move policy-tier to ins-event-tier
                       move policy-premium to ins-event-amount
                       perform 529-post-insurance-ledger
                       display function trim(mt-insurance-premium-2
                           trailing) at 1302
                   else
                       move policy-tier to ins-event-tier
                       move 0 to policy-tier
                       perform 516-save-policy
                       move "LAPSE" to ins-event
                       move 0 to ins-event-amount
                       perform 529-post-insurance-ledger
                       move username to mail-to
                       move "INSURE" to mail-from
                       move spaces to mail-text
                           ' could not be collected.' delimited size
                           into mail-text
                       perform 170-post-mail
                       display function trim(mt-insurance-policy
                           trailing)
                           at 1302
                       display function trim(mt-overdue-and-unpaid
                           trailing) at 1402
                   end-if
               end-if
           end-if.

       529-post-insurance-ledger.
           accept claim-date from date yyyymmdd
           accept claim-time from time
           move spaces to ins-ledger-line
           string claim-date delimited size
               '|' delimited size
               claim-time delimited size
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

       523-log-premium-txn.
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into txn-log-path
           perform 528-next-txn-id
           accept txn-timestamp from time
           accept txn-post-date from date yyyymmdd
           move spaces to txn-log-line
               user-bank delimited size
               '|' delimited size
               txn-post-date delimited size
               '||' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
           end-if
           close txn-log-file.

       528-next-txn-id.
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

       515-load-policy.
           move 0 to policy-tier policy-premium policy-pct
               policy-cap policy-paid-date policy-period-paid
               if days-since-login = 1
                   move 50 to streak-bonus
                   add streak-bonus to user-money
                   display function trim(mt-daily-login-bonus trailing)
                       at 0902
                   display streak-bonus at 0924
               end-if
           end-if.
               end-if
               add debt-penalty to user-money
               move debt-penalty to disp-interest
               display function trim(mt-debt-penalty trailing) at 1402
               display disp-interest at 1425
           end-if.

               end-if
               if interest-earned > 0
                   add interest-earned to user-bank
                   display function trim(mt-bank-interest-2 trailing)
                       at 1302
                   display interest-earned at 1326
                   move username to mail-to
                   move "BANK" to mail-from
               function trim(username) delimited size
               '.dat' delimited size
               into txn-log-path
           perform 528-next-txn-id
           accept txn-timestamp from time
           accept txn-post-date from date yyyymmdd
           move spaces to txn-log-line
               user-bank delimited size
               '|' delimited size
               txn-post-date delimited size
               '||' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
           perform 590-read-response.

       530-api-updateuser.
           display function trim(mt-saving-to-server trailing) at 1402
           perform 591-generate-ticket
           move user-money to money-arg
           move spaces to api-command
           call "SYSTEM" using api-command
           perform 590-read-response
           if api-response(1:7) = "SUCCESS"
               display function trim(mt-upgrade-saved trailing) at 1502
               perform 596-replay-pending
           else if api-response(1:10) = "SUPERSEDED"
               display function trim(mt-not-saved trailing)
                   at 1502
               display function trim(mt-on-another-terminal trailing)
                   at 1602
               display function trim(mt-keep-playing-here trailing)
                   at 1702
           else if api-response(1:5) = "ERROR"
               display function trim(mt-server-unreachable trailing)
                   at 1502
               perform 595-cache-pending
           else
               display function trim(mt-warning-could-not trailing)
                   at 1502
           end-if
           if not idle-ending
               accept user-input at 1529
           end-if.

       540-api-resetmessage.
           perform 591-generate-ticket
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           move 0 to retry-count
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count journal-no-reply
               journal-queued
           move 0 to hack-count.

       337-collect-bounty.
           move "bounty" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-bounty-board-busy trailing)
                   at 1202
               display function trim(mt-for-your-next trailing) at 1302
               exit paragraph
           end-if
           move "N" to bounty-eof-switch
           if bounty-collected > 0
               if user-money + bounty-collected > 99999
                   compute bounty-collected = 99999 - user-money
                   display function trim(mt-wallet-full-bounty trailing)
                       at 1302
               end-if
               add bounty-collected to user-money
               move bounty-collected to disp-bounty
               display function trim(mt-bounty-collected trailing)
                   at 1202
               display disp-bounty at 1222
           end-if.

           if not end-of-bounties
               move spaces to bty-status-fld bty-poster-fld
                   bty-target-fld bty-amount-fld bty-date-fld
                   bty-expires-fld
               unstring bounty-work-line delimited by '|'
                   into bty-status-fld bty-poster-fld
                       bty-target-fld bty-amount-fld bty-date-fld
                       bty-expires-fld
               end-unstring
               accept bounty-claim-date from date yyyymmdd
               if bty-expires-fld is numeric
                   and function numval(bty-expires-fld)
                       < bounty-claim-date
                   move "EXPIRED" to bty-status-fld
               end-if
               if bty-status-fld = "OPEN"
                   and function trim(bty-target-fld)
                       = function trim(target-name)
                       not = function trim(username)
                   add function numval(bty-amount-fld)
                       to bounty-collected
                   move spaces to bounty-work-line
                   string 'PAID' delimited size
                       '|' delimited size
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-crew-board-busy trailing)
                   at 2102
               display function trim(mt-updated-this-time trailing)
                   at 2202
               exit paragraph
           end-if
           open output crew-temp-file
               end-if
               write register-record
           end-if
           close register-file
           move log-date to preg-reg-date
           move "Y" to preg-login-switch
           perform 238-update-player-registry.

       365-load-deals.
           move 0 to deals-open-count

       366-show-deals.
           display erase screen
           display function trim(mt-today-s-deals trailing) at 0202
           move user-money to disp-money
           display function trim(mt-wallet trailing) at 0302 disp-money
               at 0312
           display function trim(mt-no-item-price-left trailing) at 0502
           move 0 to deal-shown deal-line-num
           move "N" to deals-eof-switch
           open input deals-file
               close deals-file
           end-if
           if deal-shown = 0
               display function trim(mt-today-s-deals-2 trailing)
                   at 0602
               display function trim(mt-press-key trailing) at 0802
               accept user-input at 0829
               exit paragraph
           end-if
           display function trim(mt-pick-a-deal-number trailing) at 1602
           display function trim(mt-key-to-go-back trailing) at 1702
           accept deal-pick at 1719
           if deal-pick >= '1' and deal-pick <= '9'
               compute deal-pick-num =
           move "deals" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-deal-counter trailing)
                   at 1902
               display function trim(mt-again-in-a-moment trailing)
                   at 2002
               accept user-input at 2022
               exit paragraph
           end-if
           compute deal-stock-num = function numval(dl-stock-fld)
           if deal-stock-num = 0
               perform 622-release-lock
               display function trim(mt-that-deal-just-sold trailing)
                   at 1902
               accept user-input at 1938
               exit paragraph
           end-if
           if user-money < deal-price-num
               perform 622-release-lock
               display function trim(mt-not-enough-money-2 trailing)
                   at 1902
               accept user-input at 1931
               exit paragraph
           end-if
           evaluate dl-item-fld
               when "SHIELD"
                   add 1 to hack-shield-count
                   display function trim(mt-deal-a-hack-shield trailing)
                       at 1902
               when "PASS"
                   add 1 to overtime-pass-count
                   display function trim(mt-deal-an-overtime trailing)
                       at 1902
               when other
                   perform 368-log-collectible
                   display function trim(mt-deal-a-rare trailing)
                       at 1902
           end-evaluate
           move dl-item-fld to store-item
           move "N" to deal-rewrite-switch
           open output deals-temp-file
           if deals-temp-status not = "00"
               display function trim(mt-could-not-rewrite trailing)
                   at 2102
               display function trim(mt-the-purchase trailing) at 2202
               exit paragraph
           end-if
           move 0 to deal-line-num
           open input deals-file
           if deals-status not = "00"
               close deals-temp-file
               display function trim(mt-could-not-reread trailing)
                   at 2102
               display function trim(mt-the-purchase trailing) at 2202
               exit paragraph
           end-if
           perform 373-write-deal-line
           perform 555-bump-mission.

       587-settings-screen.
           perform 004-check-language
           if guest-mode
               display function trim(mt-set-login trailing) at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if
           perform 588-load-prefs
           display erase screen
           display function trim(mt-set-title trailing) at 0202
           display function trim(mt-set-track trailing) at 0402
           if pref-track = 0
               display function trim(mt-set-ask trailing) at 0428
           else
               display pref-track at 0428
           end-if
           display function trim(mt-set-autodep trailing) at 0502
           move autodep-floor to disp-floor
           if autodep-floor = 0
               display function trim(mt-set-off trailing) at 0528
           else
               display disp-floor at 0528
           end-if
           display function trim(mt-set-fastconf trailing) at 0602
           display fastconf-flag at 0628
           display function trim(mt-set-vacation trailing) at 0702
           display function trim(mt-set-lang trailing) at 0802
           if pref-lang = spaces
               display function trim(mt-site-default trailing)
                   at 0828
           else
               display pref-lang at 0828
           end-if
           display function trim(mt-set-notify trailing) at 0902
           if notify-off
               display function trim(mt-set-none trailing) at 0928
           else
               move spaces to disp-notify
               if quiet-start = 0
                   string notify-channel delimited size
                       ' ' delimited size
                       notify-level delimited size
                       into disp-notify
               else
                   string notify-channel delimited size
                       ' ' delimited size
                       notify-level delimited size
                       ' ' delimited size
                       quiet-start delimited size
                       '-' delimited size
                       quiet-end delimited size
                       into disp-notify
               end-if
               display disp-notify at 0928
           end-if
           display function trim(mt-set-casino trailing) at 1002
           perform 636-format-casino-limits
           display disp-casino at 1028
           display function trim(mt-set-note-1 trailing) at 1102
           display function trim(mt-set-note-2 trailing) at 1202
           display function trim(mt-set-pick-1 trailing) at 1302
           display function trim(mt-set-pick-2 trailing) at 1402
           accept pref-pick at 1409
           evaluate pref-pick
               when '1'
                   display function trim(mt-set-track-ask trailing)
                       at 1502
                   accept pref-track at 1524
                   if pref-track > 3
                       move 0 to pref-track
                   end-if
               when '2'
                   display function trim(mt-set-floor-1 trailing)
                       at 1502
                   display function trim(mt-set-floor-2 trailing)
                       at 1602
                   accept autodep-floor at 1615
               when '3'
                   if fast-confirm
                       move "N" to fastconf-flag
                   end-if
               when '4'
                   perform 626-vacation-screen
               when '5'
                   display function trim(mt-set-lang-ask trailing)
                       at 1502
                   move spaces to pref-lang
                   accept pref-lang at 1540
                   move function upper-case(pref-lang) to pref-lang
                   if pref-lang(1:1) not alphabetic
                       or pref-lang(2:1) not alphabetic
                       move spaces to pref-lang
                   end-if
                   move high-values to msg-loaded-user
               when '6'
                   perform 632-notify-settings
               when '7'
                   perform 633-casino-limits
               when other
                   perform 200-main-menu
           end-evaluate
       588-load-prefs.
           move 0 to pref-track autodep-floor
           move "N" to fastconf-flag
           move spaces to pref-lang
           move "N" to notify-channel
           move "A" to notify-level
           move 0 to quiet-start quiet-end
           move 0 to cas-loss-limit cas-loss-next cas-loss-when
               cas-bet-limit cas-bet-next cas-bet-when cas-cool-until
           move spaces to prefs-path
           string './NGM/logs/prefs_' delimited size
               function trim(username) delimited size
               perform 606-read-pref-line
                   until end-of-prefs
               close prefs-file
           end-if
           perform 635-apply-casino-raises.

       589-save-prefs.
           open output prefs-file
                   fastconf-flag delimited size
                   into prefs-line
               write prefs-record from prefs-line
               if pref-lang not = spaces
                   move spaces to prefs-line
                   string 'LANG' delimited size
                       '|' delimited size
                       pref-lang delimited size
                       into prefs-line
                   write prefs-record from prefs-line
               end-if
               move spaces to prefs-line
               string 'NOTIFY' delimited size
                   '|' delimited size
                   notify-channel delimited size
                   into prefs-line
               write prefs-record from prefs-line
               move spaces to prefs-line
               string 'NOTIFYLVL' delimited size
                   '|' delimited size
                   notify-level delimited size
                   into prefs-line
               write prefs-record from prefs-line
               move spaces to prefs-line
               string 'QUIET' delimited size
                   '|' delimited size
                   quiet-start delimited size
                   quiet-end delimited size
                   into prefs-line
               write prefs-record from prefs-line
               if cas-loss-limit > 0 or cas-loss-when > 0
                   move spaces to prefs-line
                   string 'CASLOSS' delimited size
                       '|' delimited size
                       cas-loss-limit delimited size
                       '|' delimited size
                       cas-loss-next delimited size
                       '|' delimited size
                       cas-loss-when delimited size
                       into prefs-line
                   write prefs-record from prefs-line
               end-if
               if cas-bet-limit > 0 or cas-bet-when > 0
                   move spaces to prefs-line
                   string 'CASBETS' delimited size
                       '|' delimited size
                       cas-bet-limit delimited size
                       '|' delimited size
                       cas-bet-next delimited size
                       '|' delimited size
                       cas-bet-when delimited size
                       into prefs-line
                   write prefs-record from prefs-line
               end-if
               if cas-cool-until > 0
                   move spaces to prefs-line
                   string 'CASCOOL' delimited size
                       '|' delimited size
                       cas-cool-until delimited size
                       into prefs-line
                   write prefs-record from prefs-line
               end-if
               close prefs-file
           end-if.

               at end move "Y" to prefs-eof-switch
           end-read
           if not end-of-prefs
               move spaces to pf-kind-fld pf-value-fld pf-next-fld
                   pf-when-fld
               unstring prefs-line delimited by '|'
                   into pf-kind-fld pf-value-fld pf-next-fld
                       pf-when-fld
               end-unstring
               evaluate pf-kind-fld
                   when "TRACK"
                           function numval(pf-value-fld)
                   when "FASTCONF"
                       move pf-value-fld(1:1) to fastconf-flag
                   when "LANG"
                       move pf-value-fld(1:2) to pref-lang
                   when "NOTIFY"
                       move pf-value-fld(1:1) to notify-channel
                   when "NOTIFYLVL"
                       move pf-value-fld(1:1) to notify-level
                   when "QUIET"
                       if pf-value-fld(1:8) is numeric
                           move pf-value-fld(1:4) to quiet-start
                           move pf-value-fld(5:4) to quiet-end
                       end-if
                   when "CASLOSS"
                       compute cas-loss-limit =
                           function numval(pf-value-fld)
                       compute cas-loss-next =
                           function numval(pf-next-fld)
                       compute cas-loss-when =
                           function numval(pf-when-fld)
                   when "CASBETS"
                       compute cas-bet-limit =
                           function numval(pf-value-fld)
                       compute cas-bet-next =
                           function numval(pf-next-fld)
                       compute cas-bet-when =
                           function numval(pf-when-fld)
                   when "CASCOOL"
                       compute cas-cool-until =
                           function numval(pf-value-fld)
               end-evaluate
           end-if.

       632-notify-settings.
           display function trim(mt-set-channel-ask trailing) at 1502
           accept notify-channel at 1534
           move function upper-case(notify-channel) to notify-channel
           if notify-channel not = "E" and not = "S"
               move "N" to notify-channel
               exit paragraph
           end-if
           display function trim(mt-set-level-ask trailing) at 1602
           accept notify-level at 1634
           move function upper-case(notify-level) to notify-level
           if notify-level not = "H"
               move "A" to notify-level
           end-if
           display function trim(mt-set-quiet-from trailing) at 1702
           accept quiet-start at 1734
           if quiet-start-hh > 23 or quiet-start-mm > 59
               move 0 to quiet-start
           end-if
           move 0 to quiet-end
           if quiet-start not = 0
               display function trim(mt-set-quiet-until trailing)
                   at 1802
               accept quiet-end at 1834
               if quiet-end-hh > 23 or quiet-end-mm > 59
                   move 0 to quiet-start quiet-end
               end-if
           end-if.

       633-casino-limits.
           accept cas-today from date yyyymmdd
           compute cas-raise-date = function date-of-integer(
               function integer-of-date(cas-today)
               + casino-raise-days)
           move "N" to cas-raised-switch
           display function trim(mt-set-cas-loss trailing) at 1502
           move 0 to cas-new-loss
           accept cas-new-loss at 1540
           evaluate true
               when cas-new-loss > 0
                   and (cas-loss-limit = 0
                       or cas-new-loss < cas-loss-limit)
                   move cas-new-loss to cas-loss-limit
                   move 0 to cas-loss-next cas-loss-when
                   move "LOSS-SET" to cas-event
                   move cas-new-loss to cas-event-value
                   perform 634-log-casino-limit
               when cas-new-loss not = cas-loss-limit
                   move cas-new-loss to cas-loss-next
                   move cas-raise-date to cas-loss-when
                   move "Y" to cas-raised-switch
                   move "LOSS-RAISE" to cas-event
                   move cas-new-loss to cas-event-value
                   perform 634-log-casino-limit
               when other
                   move 0 to cas-loss-next cas-loss-when
           end-evaluate
           display function trim(mt-set-cas-bets trailing) at 1602
           move 0 to cas-new-bets
           accept cas-new-bets at 1640
           evaluate true
               when cas-new-bets > 0
                   and (cas-bet-limit = 0
                       or cas-new-bets < cas-bet-limit)
                   move cas-new-bets to cas-bet-limit
                   move 0 to cas-bet-next cas-bet-when
                   move "BETS-SET" to cas-event
                   move cas-new-bets to cas-event-value
                   perform 634-log-casino-limit
               when cas-new-bets not = cas-bet-limit
                   move cas-new-bets to cas-bet-next
                   move cas-raise-date to cas-bet-when
                   move "Y" to cas-raised-switch
                   move "BETS-RAISE" to cas-event
                   move cas-new-bets to cas-event-value
                   perform 634-log-casino-limit
               when other
                   move 0 to cas-bet-next cas-bet-when
           end-evaluate
           display function trim(mt-set-cas-cool trailing) at 1702
           move 0 to cas-cool-days
           accept cas-cool-days at 1740
           if cas-cool-days > 0
               compute cas-cool-new = function date-of-integer(
                   function integer-of-date(cas-today)
                   + cas-cool-days)
               if cas-cool-new > cas-cool-until
                   move cas-cool-new to cas-cool-until
                   move "COOLOFF" to cas-event
                   move cas-cool-until to cas-event-value
                   perform 634-log-casino-limit
               end-if
           end-if
           if cas-raised
               display function trim(mt-set-cas-wait trailing) at 1802
               display cas-raise-date at 1828
               display function trim(mt-press-key trailing) at 1902
               accept user-input at 1932
           end-if.

       634-log-casino-limit.
           accept claim-date from date yyyymmdd
           accept claim-time from time
           move spaces to casino-limits-line
           string claim-date delimited size
               '|' delimited size
               claim-time delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               function trim(cas-event) delimited size
               '|' delimited size
               cas-event-value delimited size
               into casino-limits-line
           open extend casino-limits-file
           if casino-limits-status not = "00"
               open output casino-limits-file
           end-if
           if casino-limits-status = "00"
               write casino-limits-record from casino-limits-line
               close casino-limits-file
           end-if.

       635-apply-casino-raises.
           accept cas-today from date yyyymmdd
           if cas-loss-when > 0 and cas-loss-when <= cas-today
               move cas-loss-next to cas-loss-limit
               move 0 to cas-loss-next cas-loss-when
           end-if
           if cas-bet-when > 0 and cas-bet-when <= cas-today
               move cas-bet-next to cas-bet-limit
               move 0 to cas-bet-next cas-bet-when
           end-if
           if cas-cool-until > 0 and cas-cool-until <= cas-today
               move 0 to cas-cool-until
           end-if.

       636-format-casino-limits.
           move spaces to disp-casino
           if cas-loss-limit = 0 and cas-bet-limit = 0
               and cas-cool-until = 0
               and cas-loss-when = 0 and cas-bet-when = 0
               move function trim(mt-set-none trailing)
                   to disp-casino
               exit paragraph
           end-if
           move 1 to cas-ptr
           move cas-loss-limit to disp-cas-loss
           move cas-bet-limit to disp-cas-bets
           if cas-loss-limit = 0
               string '$- /' delimited size
                   into disp-casino with pointer cas-ptr
           else
               string '$' delimited size
                   function trim(disp-cas-loss) delimited size
                   ' /' delimited size
                   into disp-casino with pointer cas-ptr
           end-if
           if cas-bet-limit = 0
               string ' -' delimited size
                   into disp-casino with pointer cas-ptr
           else
               string ' ' delimited size
                   function trim(disp-cas-bets) delimited size
                   into disp-casino with pointer cas-ptr
           end-if
           if cas-cool-until > 0
               string ' / ' delimited size
                   cas-cool-until delimited size
                   into disp-casino with pointer cas-ptr
           end-if
           if cas-loss-when > 0 or cas-bet-when > 0
               string ' +' delimited size
                   into disp-casino with pointer cas-ptr
           end-if.

       604-api-deposit.
           perform 591-generate-ticket
           move spaces to api-command
               subtract autodep-amount from user-money
               add autodep-amount to user-bank
               move autodep-amount to disp-autodep
               display function trim(mt-auto-deposit-banked trailing)
                   at 1602
               display disp-autodep at 1623
               move spaces to txn-log-path
               string './NGM/logs/txn_' delimited size
                   function trim(username) delimited size
                   '.dat' delimited size
                   into txn-log-path
               perform 528-next-txn-id
               accept txn-timestamp from time
               accept txn-post-date from date yyyymmdd
               move spaces to txn-log-line
                   user-bank delimited size
                   '|' delimited size
                   txn-post-date delimited size
                   '||' delimited size
                   txn-id delimited size
                   into txn-log-line
               open extend txn-log-file
               if txn-log-status = "00"
               if user-bank + term-payout-total > 9999999
                   compute term-payout-total =
                       9999999 - user-bank
                   display function trim(mt-bank-at-its-ceiling
                       trailing)
                       at 2102
                   display function trim(mt-payout-capped trailing)
                       at 2202
               end-if
               add term-payout-total to user-bank
               move term-payout-total to disp-term-payout
               display function trim(mt-term-deposit trailing) at 1902
               display disp-term-payout at 1926
               perform 584-save-open-terms
               perform 585-log-mature-txn
               function trim(username) delimited size
               '.dat' delimited size
               into txn-log-path
           perform 528-next-txn-id
           accept txn-timestamp from time
           accept txn-post-date from date yyyymmdd
           move spaces to txn-log-line
               user-bank delimited size
               '|' delimited size
               txn-post-date delimited size
               '||' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
               close hackidx-file
           end-if
           if fresh-attack-seen
               display function trim(mt-alert trailing) at 2402
               display function trim(revenge-attacker) at 2413
               display function trim(mt-just-hit trailing) at 2434
           end-if
           if revenge-attacker not = spaces
               and alert-now-mins - revenge-mins < revenge-window
               display function trim(mt-z-counter-hack trailing) at 2040
               display function trim(revenge-attacker) at 2056
           end-if
           move alert-now-mins to last-alert-mins.
               function numval(alert-now-time(1:2)) * 60
               + function numval(alert-now-time(3:2))
           if alert-now-mins - revenge-mins >= revenge-window
               display function trim(mt-the-trail-has-gone trailing)
                   at 0302
               display function trim(mt-counter-hack trailing) at 0402
               display function trim(mt-press-key trailing) at 0602
               accept user-input at 0629
               perform 200-main-menu
           end-if
           move revenge-attacker to target-name
           move 0 to target-hack-level target-sec-level
           move "Y" to counter-hack-flag
           display function trim(mt-striking-back trailing) at 0202
           display function trim(target-name) at 0219
           perform 331-hack-attempt
           perform 200-main-menu.
               end-if
           end-if.

       236-check-closed-account.
           move "N" to closed-found-switch
           move "N" to closed-eof-switch
           open input closed-file
           if closed-status = "00"
               perform 237-read-closed-line
                   until end-of-closed
               close closed-file
           end-if.

       237-read-closed-line.
           read closed-file
               at end move "Y" to closed-eof-switch
           end-read
           if not end-of-closed
               move spaces to closed-user-fld
               unstring closed-record delimited by '|'
                   into closed-user-fld
               end-unstring
               if function trim(closed-user-fld)
                       = function trim(closed-check-name)
                   move "Y" to closed-found-switch
               end-if
           end-if.

       238-update-player-registry.
           accept preg-today from date yyyymmdd
           if registry-is-login
               move username to vac-scan-player
               perform 624-load-vacation
               if vacation-active
                   move "VACATION" to preg-new-status
               else
                   move "ACTIVE" to preg-new-status
               end-if
           end-if
           move username to perk-scan-player
           perform 376-find-player-crew
           move "players" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               exit paragraph
           end-if
           move "N" to preg-found-switch
           open output players-temp-file
           if players-temp-status = "00"
               move "N" to players-eof-switch
               open input players-file
               if players-status = "00"
                   perform 239-rewrite-registry-line
                       until end-of-players
                   close players-file
               end-if
               if not registry-row-found
                   move preg-reg-date to preg-reg-fld
                   perform 241-build-registry-line
                   write players-temp-record from players-line
               end-if
               close players-temp-file
               perform 242-copy-registry-back
           end-if
           perform 622-release-lock.

       239-rewrite-registry-line.
           read players-file into players-line
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to preg-name-fld preg-reg-fld
                   preg-last-fld preg-status-fld preg-crew-fld
               unstring players-line delimited by '|'
                   into preg-name-fld preg-reg-fld preg-last-fld
                       preg-status-fld preg-crew-fld
               end-unstring
               if function trim(preg-name-fld)
                       = function trim(username)
                   and not registry-row-found
                   move "Y" to preg-found-switch
                   perform 241-build-registry-line
               end-if
               write players-temp-record from players-line
           end-if.

       241-build-registry-line.
           if registry-is-login
               move preg-today to preg-last-fld
           end-if
           if preg-last-fld = spaces
               move "0" to preg-last-fld
           end-if
           move spaces to players-line
           string function trim(username) delimited size
               '|' delimited size
               function trim(preg-reg-fld) delimited size
               '|' delimited size
               function trim(preg-last-fld) delimited size
               '|' delimited size
               function trim(preg-new-status) delimited size
               '|' delimited size
               function trim(perk-crew-name) delimited size
               into players-line.

       242-copy-registry-back.
           move "N" to players-eof-switch
           open input players-temp-file
           open output players-file
           if players-temp-status = "00" and players-status = "00"
               perform 243-copy-registry-line
                   until end-of-players
           end-if
           close players-temp-file
           close players-file.

       243-copy-registry-line.
           read players-temp-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               write players-record from players-temp-record
           end-if.

       234-login-history.
           display erase screen
           display function trim(mt-login-history trailing) at 0202
           display function trim(mt-date-time-result trailing) at 0402
           move 0 to history-count
           move spaces to loginlog-path
           string './NGM/logs/loginlog_' delimited size
               close loginlog-file
           end-if
           if history-count = 0
               display function trim(mt-no-logins-recorded trailing)
                   at 0602
           else
               move 0 to history-skip
               if history-count > 12
                   end-if
               end-perform
           end-if
           display function trim(mt-fail-rows-you-do trailing) at 1902
           display function trim(mt-someone-is-guessing trailing)
               at 2002
           display function trim(mt-press-key trailing) at 2202
           accept user-input at 2231
           perform 200-main-menu.


       396-tutorial-first-shift.
           display erase screen
           display function trim(mt-welcome-to-nextgen trailing) at 0202
           display function trim(mt-first-lesson-work trailing) at 0402
           display function trim(mt-main-menu-sends trailing) at 0502
           display function trim(mt-a-career-track trailing) at 0602
           display function trim(mt-lands trailing) at 0702
           display function trim(mt-because-hackers trailing) at 0802
           display function trim(mt-the-foreman-pays trailing) at 1002
           compute tutorial-reward = job-level * 25 + 50
           move tutorial-reward to disp-tut-reward
           display '+$' at 1102 disp-tut-reward at 1104
           add tutorial-reward to user-money
           move 1 to tutorial-step
           perform 394-save-tutorial-step
           display function trim(mt-continue trailing) at 1302
           accept tutorial-answer at 1331.

       397-tutorial-events.
           display erase screen
           display function trim(mt-welcome-to-nextgen-2 trailing)
               at 0202
           display function trim(mt-second-lesson trailing) at 0402
           display function trim(mt-money-and-anything trailing) at 0502
           display function trim(mt-crabs-team-yellow trailing) at 0602
           display function trim(mt-some-pick trailing) at 0702
           display function trim(mt-rent-money trailing) at 0802
           display function trim(mt-here-is-a-stake trailing) at 1002
           add 50 to user-money
           move 2 to tutorial-step
           perform 394-save-tutorial-step
           display function trim(mt-continue trailing) at 1302
           accept tutorial-answer at 1331.

       398-tutorial-recon.
           display erase screen
           display function trim(mt-welcome-to-nextgen-3 trailing)
               at 0202
           display function trim(mt-last-lesson-recon trailing) at 0402
           display function trim(mt-paying-the-recon trailing)
               at 0502
           display function trim(mt-security-level trailing) at 0602
           display function trim(mt-hack-fee-here trailing) at 0702
           display function trim(mt-recon-on-a-soft trailing) at 0802
           perform 565-load-npcs
           if npc-count > 0
               move np-name(1) to target-name
               move np-sec(1) to target-sec-level
               display function trim(target-name) at 1002
               move target-sec-level to disp-level
               display function trim(mt-sec-level trailing) at 1102
                   disp-level
                   at 1118
               perform 361-save-dossier
           end-if
           display function trim(mt-tutorial-complete trailing)
               at 1302
           add 100 to user-money
           add 250 to user-money
           move "TUTORIAL" to ach-check-code
           move "FINISHED THE TUTORIAL" to ach-check-title
           perform 180-award-achievement
           display function trim(mt-press-any-key-3 trailing) at 1502
           accept user-input at 1536
           if logged-in
               perform 530-api-updateuser
               subtract npc-payout from np-pool(npc-hit-idx)
               perform 569-save-npcs
               move npc-payout to disp-npc-payout
               display function trim(mt-you-drained-the-npc trailing)
                   at 0502
               display disp-npc-payout at 0531
               move 4 to programcall
               call "./NGM/utils/imagedisplay" using programcall
               move "FAILURE" to hack-outcome
               perform 335-log-hack-attempt
               perform 342-update-crew-standing
               display function trim(mt-their trailing)
                   at 0502
               move 5 to programcall
               call "./NGM/utils/imagedisplay" using programcall
           end-if
           display function trim(mt-press-key trailing) at 0902
           if is-batch-mode
               perform 700-get-input
           else

       390-training-desk.
           if guest-mode
               display function trim(mt-log-in-to-take trailing) at 1702
               accept user-input at 1727
               exit paragraph
           end-if
           perform 391-load-course
           display erase screen
           display function trim(mt-training-courses trailing) at 0202
           move user-money to disp-money
           display function trim(mt-wallet trailing) at 0302 disp-money
               at 0312
           if not no-course-active
               accept course-today from date yyyymmdd
               compute course-age =
                   function integer-of-date(course-today)
                   - function integer-of-date(course-start)
               compute disp-days-left = course-days - course-age
               display function trim(mt-you-are-enrolled trailing)
                   at 0502
               display function trim(course-code) at 0523
               display function trim(mt-days-to-go trailing) at 0535
               display disp-days-left at 0550
               display function trim(mt-one-course trailing)
                   at 0702
               display function trim(mt-it-finishes trailing) at 0802
               display function trim(mt-press-key trailing) at 1002
               accept user-input at 1031
               exit paragraph
           end-if
           compute course-tuition =
               upgrade-price-base * total-level / 2
           move course-tuition to disp-tuition
           display function trim(mt-tuition-per-course trailing) at 0502
               disp-tuition at 0523
           display function trim(mt-each-course-runs-3 trailing) at 0602
           display function trim(mt-grants-the-level trailing) at 0702
           display function trim(mt-1-management trailing) at 0902
           display function trim(mt-2-hacking-bootcamp trailing) at 1002
           display function trim(mt-3-security-cert-1 trailing) at 1102
           display function trim(mt-pick-a-course trailing) at 1302
           display function trim(mt-set-pick-2 trailing) at 1402
           accept course-pick at 1409
           move spaces to course-code
           evaluate course-pick
                   exit paragraph
           end-evaluate
           if user-money < course-tuition
               display function trim(mt-not-enough-money-2 trailing)
                   at 1602
               accept user-input at 1630
               exit paragraph
           end-if
           accept course-today from date yyyymmdd
           move course-today to course-start
           perform 392-save-course
           display function trim(mt-enrolled-study-hard trailing)
               at 1602
           display function trim(mt-in-3-days trailing) at 1702
           accept user-input at 1714
           if logged-in
               perform 530-api-updateuser
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           display function trim(mt-course-complete trailing) at 1702
           display function trim(course-code) at 1720
           display function trim(mt-level-granted trailing) at 1732
           move username to mail-to
           move "ACHIEVE" to mail-from
           move spaces to mail-text
           display disp-ms-reward
               at line mission-row column 45
           if ms-paid-flag(mission-idx) = "Y"
               display function trim(mt-done trailing)
                   at line mission-row column 52
           end-if.

       562-pay-one-mission.
               if user-money + ms-reward(mission-idx) > 99999
                   compute ms-reward(mission-idx) =
                       99999 - user-money
                   display function trim(mt-wallet-full-reward trailing)
                       at 2402
               end-if
               add ms-reward(mission-idx) to user-money
               move "Y" to ms-paid-flag(mission-idx)
               end-if
               close mprog-file
               move ms-reward(mission-idx) to disp-ms-reward
               display function trim(mt-mission-complete trailing)
                   at 2402
               display disp-ms-reward at 2422
           end-if.

           if wage-total > 0
               subtract wage-total from user-bank
               move wage-total to disp-wages
               display function trim(mt-staff-wages-paid trailing)
                   at 1602
               display disp-wages at 1622
               perform 548-log-wage-txn
           end-if
               move staff-today to sf-paid(staff-idx)
           else
               move "N" to sf-keep(staff-idx)
               display function trim(mt-your trailing) at 1702
               display function trim(sf-role(staff-idx)) at 1708
               display function trim(mt-quit-over-unpaid trailing)
                   at 1720
               move username to mail-to
               move "STAFF" to mail-from
               move spaces to mail-text
               function trim(username) delimited size
               '.dat' delimited size
               into txn-log-path
           perform 528-next-txn-id
           accept txn-timestamp from time
           accept txn-post-date from date yyyymmdd
           move spaces to txn-log-line
               user-bank delimited size
               '|' delimited size
               txn-post-date delimited size
               '||' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"

       554-staff-office.
           if guest-mode
               display function trim(mt-you-must-be-logged-9 trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if
           perform 386-load-target-defense
           if target-has-tripwire
               subtract tripwire-fine from user-money
               display function trim(mt-a-tripwire-snaps trailing)
                   at 0602
               display function trim(mt-fined-250 trailing) at 0702
               move target-name to mail-to
               move "SECURITY" to mail-from
               move spaces to mail-text

       389-defense-desk.
           if guest-mode
               display function trim(mt-you-must-be-logged-10 trailing)
                   at 0302
               display function trim(mt-press-key trailing) at 0502
               accept user-input at 0529
               perform 200-main-menu
           end-if
           if rent-total not = 0
               add rent-total to user-bank
               move rent-total to disp-rent
               display function trim(mt-property-rent-2 trailing)
                   at 1502
               display disp-rent at 1528
               perform 534-log-rent-txn
           end-if.
           end-if.

       527-accrue-one-holding.
           move rent-today to rent-stop-date
           if ph-sold-date(holding-idx) > 0
               and ph-sold-date(holding-idx) < rent-today
               move ph-sold-date(holding-idx) to rent-stop-date
           end-if
           compute rent-days =
               function integer-of-date(rent-stop-date)
               - function integer-of-date(
                   ph-accrue-date(holding-idx))
           if rent-days <= 0
               and rent-net > 0
               compute repair-cost = rent-net / 2
               subtract repair-cost from rent-net
               display function trim(mt-a-bad-tenant trailing) at 1602
               display function trim(ph-name(holding-idx)) at 1624
               display function trim(mt-repairs-ate-half trailing)
                   at 1646
           end-if
           add rent-net to rent-total
           move rent-stop-date to ph-accrue-date(holding-idx).

       531-read-holding-line.
           read prop-file into prop-line
           if not end-of-props
               and holding-count < 20
               move spaces to ph-name-fld ph-buy-fld ph-accrue-fld
                   ph-sold-fld
               unstring prop-line delimited by '|'
                   into ph-name-fld ph-buy-fld ph-accrue-fld
                       ph-sold-fld
               end-unstring
               add 1 to holding-count
               move ph-name-fld to ph-name(holding-count)
               move 0 to ph-sold-date(holding-count)
               if ph-sold-fld is numeric
                   move ph-sold-fld to ph-sold-date(holding-count)
               end-if
               compute ph-buy-date(holding-count) =
                   function numval(ph-buy-fld)
               compute ph-accrue-date(holding-count) =
               function trim(username) delimited size
               '.dat' delimited size
               into txn-log-path
           perform 528-next-txn-id
           accept txn-timestamp from time
           accept txn-post-date from date yyyymmdd
           move spaces to txn-log-line
               user-bank delimited size
               '|' delimited size
               txn-post-date delimited size
               '||' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
               into prop-path.

       537-write-holding-line.
           if ph-sold-date(holding-idx) > 0
               exit paragraph
           end-if
           move spaces to prop-line
           string function trim(ph-name(holding-idx)) delimited size
               '|' delimited size
               until holding-idx > holding-count.

       539-add-holding-value.
           if ph-sold-date(holding-idx) > 0
               exit paragraph
           end-if
           perform varying prop-cat-idx from 1 by 1
                   until prop-cat-idx > prop-cat-count
               if function trim(pc-name(prop-cat-idx))
               end-if
           end-perform.

       311-lottery-results.
           move 0 to lr-count
           move "N" to lr-eof-switch
           open input lottery-history-file
           if lottery-history-status = "00"
               perform 312-read-draw-line
                   until end-of-lottery-results
               close lottery-history-file
           end-if
           if lr-count > 0 and logged-in
               move "N" to lr-eof-switch
               open input lottery-archive-file
               if lottery-archive-status = "00"
                   perform 314-read-my-ticket-line
                       until end-of-lottery-results
                   close lottery-archive-file
               end-if
           end-if
           display erase screen
           display function trim(mt-lottery-results trailing) at 0202
           display function trim(mt-draw-date-no trailing)
               at 0402
           display function trim(mt-your-tickets trailing) at 0454
           if lr-count = 0
               display function trim(mt-no-draws-yet trailing) at 0502
           end-if
           move 5 to lr-row
           perform 316-show-draw-row
               varying lr-idx from lr-count by -1
               until lr-idx < 1
           display function trim(mt-your-ticket-matched trailing)
               at 1602
           display function trim(mt-press-key trailing) at 1702
           accept user-input at 1730.

       312-read-draw-line.
           read lottery-history-file into lr-line
               at end move "Y" to lr-eof-switch
           end-read
           if end-of-lottery-results
               exit paragraph
           end-if
           move spaces to lr-no-fld lr-date-fld lr-time-fld
               lr-win-fld lr-tickets-fld lr-pot-fld lr-prize-fld
               lr-winners-fld
           unstring lr-line delimited by '|'
               into lr-no-fld lr-date-fld lr-time-fld lr-win-fld
                   lr-tickets-fld lr-pot-fld lr-prize-fld
                   lr-winners-fld
           end-unstring
           if lr-no-fld is not numeric
               exit paragraph
           end-if
           if lr-count < 10
               add 1 to lr-count
           else
               perform 313-drop-oldest-draw
                   varying lr-idx from 1 by 1
                   until lr-idx > 9
           end-if
           compute lr-no(lr-count) = function numval(lr-no-fld)
           compute lr-date(lr-count) = function numval(lr-date-fld)
           compute lr-win(lr-count) = function numval(lr-win-fld)
           compute lr-tickets(lr-count) =
               function numval(lr-tickets-fld)
           compute lr-winners(lr-count) =
               function numval(lr-winners-fld)
           compute lr-prize(lr-count) = function numval(lr-prize-fld)
           move spaces to lr-yours(lr-count)
           move 1 to lr-ptr(lr-count).

       313-drop-oldest-draw.
           move lr-draw(lr-idx + 1) to lr-draw(lr-idx).

       314-read-my-ticket-line.
           read lottery-archive-file into lr-line
               at end move "Y" to lr-eof-switch
           end-read
           if end-of-lottery-results
               exit paragraph
           end-if
           move spaces to lr-no-fld lr-user-fld lr-pick-fld
           unstring lr-line delimited by '|'
               into lr-no-fld lr-user-fld lr-pick-fld
           end-unstring
           if lr-user-fld not = username
               or lr-no-fld is not numeric
               exit paragraph
           end-if
           move "N" to lr-found-switch
           perform 315-match-draw
               varying lr-idx from 1 by 1
               until lr-idx > lr-count or lr-draw-found
           if not lr-draw-found
               exit paragraph
           end-if
           subtract 1 from lr-idx
           if lr-ptr(lr-idx) > 23
               exit paragraph
           end-if
           compute disp-lr-pick = function numval(lr-pick-fld)
           if disp-lr-pick = lr-win(lr-idx)
               string '*' delimited size
                   into lr-yours(lr-idx) with pointer lr-ptr(lr-idx)
               end-string
           end-if
           string disp-lr-pick delimited size
               ' ' delimited size
               into lr-yours(lr-idx) with pointer lr-ptr(lr-idx)
           end-string.

       315-match-draw.
           if lr-no(lr-idx) = function numval(lr-no-fld)
               move "Y" to lr-found-switch
           end-if.

       316-show-draw-row.
           move lr-no(lr-idx) to disp-lr-no
           display disp-lr-no at line lr-row column 1
           display lr-date(lr-idx) at line lr-row column 8
           display lr-win(lr-idx) at line lr-row column 18
           move lr-tickets(lr-idx) to disp-lr-count
           display disp-lr-count at line lr-row column 23
           move lr-winners(lr-idx) to disp-lr-count
           display disp-lr-count at line lr-row column 32
           move lr-prize(lr-idx) to disp-pot
           display disp-pot at line lr-row column 40
           if lr-yours(lr-idx) = spaces
               display '-' at line lr-row column 54
           else
               display lr-yours(lr-idx) at line lr-row column 54
           end-if
           add 1 to lr-row.

       382-buy-lottery-ticket.
           if guest-mode
               display function trim(mt-log-in-to-play trailing) at 1702
               accept user-input at 1730
               exit paragraph
           end-if
           if user-money < lottery-ticket-price
               display function trim(mt-not-enough-money-2 trailing)
                   at 1702
               accept user-input at 1730
               exit paragraph
           end-if
           display function trim(mt-pick-a-number-0 trailing) at 1702
           accept lottery-pick at 1723
           subtract lottery-ticket-price from user-money
           move "LOTTERY" to store-item
           perform 383-load-lottery-pot
           add lottery-ticket-price to lottery-pot
           perform 384-save-lottery-pot
           display function trim(mt-ticket-bought trailing) at 1802
           accept user-input at 1840
           if logged-in
               perform 530-api-updateuser
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

               perform 102-api-version-handshake
           end-if
           if contract-bad
               display function trim(mt-queued-commands trailing)
                   at 1802
               display function trim(mt-api-contract trailing) at 1902
               exit paragraph
           end-if
           move "N" to pending-eof-switch
           close pending-file.

       599-replay-one.
           move pending-command to api-command
           call "SYSTEM" using pending-command
           perform 601-extract-replay-ticket
           perform 602-verify-replay
           call "./NGM/utils/imagedisplay" using programcall
               dance-step
           display erase screen
           display function trim(mt-thanks-for-playing trailing) at 0220
           display function trim(mt-nextgen-simulator trailing) at 0420
           display function trim(mt-created trailing) at 0520
           move session-money-delta to disp-delta-money
           move session-bank-delta to disp-delta-bank
           display function trim(mt-session-wallet trailing) at 0720
               disp-delta-money at 0745
           display function trim(mt-session-bank-change trailing)
               at 0820
               disp-delta-bank at 0843
           if is-batch-mode
               perform 700-get-input
