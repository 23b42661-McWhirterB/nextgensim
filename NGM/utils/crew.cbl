               mail-log-path
               organization is line sequential
               file status is mail-log-status.
           select notify-file assign to
               "./NGM/data/notify_spool.dat"
               organization is line sequential
               file status is notify-status.
           select api-response-file assign to
               api-response-path
               organization is line sequential
               txn-log-path
               organization is line sequential
               file status is txn-log-status.
           select players-file assign to
               "./NGM/data/players.dat"
               organization is line sequential
               file status is players-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
               organization is line sequential
               file status is tunables-status.
           select vote-file assign to
               "./NGM/data/crew_votes.dat"
               organization is line sequential
               file status is vote-status.
           select vote-temp-file assign to
               "./NGM/data/crew_votes.tmp"
               organization is line sequential
               file status is vote-temp-status.
           select crew-ledger-file assign to
               "./NGM/logs/crew_ledger.dat"
               organization is line sequential
               file status is crew-ledger-status.
           select war-file assign to
               "./NGM/data/crew_wars.dat"
               organization is line sequential
               file status is war-status.
           select war-temp-file assign to
               "./NGM/data/crew_wars.tmp"
               organization is line sequential
               file status is war-temp-status.
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
           01 hackidx-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd notify-file.
           01 notify-record pic x(250).
           fd api-response-file.
           01 api-response-record pic x(1000).
           fd lock-file.
           01 vacation-record pic x(30).
           fd txn-log-file.
           01 txn-log-record pic x(100).
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd vote-file.
           01 vote-record pic x(120).
           fd vote-temp-file.
           01 vote-temp-record pic x(120).
           fd crew-ledger-file.
           01 crew-ledger-record pic x(120).
           fd war-file.
           01 war-record pic x(150).
           fd war-temp-file.
           01 war-temp-record pic x(150).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).

       working-storage section.
       01  local-data.
           05 crew-eof-switch   pic x(1) value "N".
               88 end-of-crews value "Y".
           05 crew-work-line    pic x(100).
           05 cw-kind-fld       pic x(7).
           05 cw-name-fld       pic x(20).
           05 cw-treasury-fld   pic x(10).
           05 cw-wins-fld       pic x(6).
           05 cw-losses-fld     pic x(6).
           05 cw-member-fld     pic x(20).
           05 cw-role-fld       pic x(9).
           05 cw-treasury-num   pic s9(7).

       01  my-crew-info.
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "crew".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
           05 heist-txn-player  pic x(20).
           05 heist-txn-dir     pic x(8).
           05 heist-txn-amt     pic 9(7).
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

       01  crew-ledger-post.
           05 crew-ledger-status pic x(2).
           05 crew-ledger-line  pic x(120).
           05 ledger-kind       pic x(9).
           05 ledger-player     pic x(20).
           05 ledger-amount     pic 9(7).
           05 ledger-treasury   pic s9(7) value 0.
           05 ledger-treasury-disp pic -(7)9.
           05 ledger-ref        pic x(20).
           05 ledger-ref-date   pic x(8).
           05 ledger-date       pic 9(8).
           05 ledger-time       pic 9(8).

       01  hack-log-post.
           05 hack-log-status   pic x(2).
           05 mail-date         pic 9(8).
           05 mail-time         pic 9(8).

       01  crew-governance.
           05 crew-today        pic 9(8).
           05 my-role           pic x(9) value spaces.
               88 role-founder value "FOUNDER".
               88 role-officer value "OFFICER".
               88 role-treasurer value "TREASURER".
           05 roster-count      pic 9(2) value 0.
           05 roster-idx        pic 9(2).
           05 roster-jdx        pic 9(2).
           05 roster-pick       pic 9(2).
           05 roster-found-idx  pic 9(2).
           05 roster-founder-idx pic 9(2) value 0.
           05 roster-entry occurs 30 times.
               10 rs-name       pic x(20).
               10 rs-role       pic x(9).
           05 match-name        pic x(20).
           05 target-name       pic x(20).
           05 new-role          pic x(9).
           05 new-member-name   pic x(20) value spaces.
           05 request-done-name pic x(20) value spaces.
           05 request-count     pic 9(2) value 0.
           05 request-idx       pic 9(2).
           05 request-pick      pic 9(2).
           05 request-entry occurs 10 times.
               10 rq-name       pic x(20).
               10 rq-date       pic x(8).
           05 in-crew-switch    pic x(1) value "N".
               88 target-in-crew value "Y".
           05 leader-seen-switch pic x(1) value "N".
               88 crew-leader-seen value "Y".
           05 successor-name    pic x(20) value spaces.

       01  governance-rules.
           05 vote-perk-threshold  pic 9(7) value 2000.
           05 vote-heist-threshold pic 9(7) value 50000.
           05 vote-days            pic 9(3) value 3.
           05 founder-idle-days    pic 9(3) value 14.
           05 tunables-status      pic x(2).
           05 tunables-eof-switch  pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name         pic x(20).
           05 tunable-value-fld    pic x(10).
           05 players-status       pic x(2).
           05 players-eof-switch   pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-name-fld        pic x(20).
           05 preg-reg-fld         pic x(8).
           05 preg-last-fld        pic x(8).
           05 preg-status-fld      pic x(10).
           05 founder-last-login   pic 9(8) value 0.
           05 founder-idle-switch  pic x(1) value "N".
               88 founder-is-idle value "Y".

       01  crew-votes.
           05 vote-status       pic x(2).
           05 vote-temp-status  pic x(2).
           05 vote-eof-switch   pic x(1) value "N".
               88 end-of-votes value "Y".
           05 vote-line         pic x(120).
           05 vt-kind-fld       pic x(6).
           05 vt-crew-fld       pic x(20).
           05 vt-id-fld         pic x(6).
           05 vt-type-fld       pic x(7).
           05 vt-subject-fld    pic x(20).
           05 vt-amount-fld     pic x(8).
           05 vt-opener-fld     pic x(20).
           05 vt-open-fld       pic x(8).
           05 vt-close-fld      pic x(8).
           05 vt-status-fld     pic x(7).
           05 bl-player-fld     pic x(20).
           05 bl-choice-fld     pic x(1).
           05 vote-count        pic 9(2) value 0.
           05 vote-idx          pic 9(2).
           05 vote-jdx          pic 9(2).
           05 vote-pick         pic 9(2).
           05 vote-found-idx    pic 9(2).
           05 vote-max-num      pic 9(5) value 0.
           05 vote-dirty-count  pic 9(2) value 0.
           05 vote-entry occurs 12 times.
               10 ve-id         pic x(6).
               10 ve-type       pic x(7).
               10 ve-subject    pic x(20).
               10 ve-amount     pic 9(7).
               10 ve-opener     pic x(20).
               10 ve-open       pic 9(8).
               10 ve-close      pic 9(8).
               10 ve-status     pic x(7).
               10 ve-yes        pic 9(2).
               10 ve-no         pic 9(2).
               10 ve-mine       pic x(1).
               10 ve-dirty      pic x(1).
           05 search-vote-id    pic x(6).
           05 passed-vote-id    pic x(6).
           05 new-vote-type     pic x(7).
           05 new-vote-subject  pic x(20).
           05 new-vote-amount   pic 9(7).
           05 vote-pending-line pic x(120) value spaces.
           05 ballot-pending-line pic x(120) value spaces.
           05 vote-question     pic x(34).
           05 vote-clear-switch pic x(1) value "N".
               88 vote-cleared value "Y".
           05 duplicate-switch  pic x(1) value "N".
               88 vote-already-running value "Y".
           05 perk-bought-switch pic x(1) value "N".
               88 perk-was-bought value "Y".
           05 heist-vote-switch pic x(1) value "N".
               88 heist-vote-used value "Y".

       01  crew-wars.
           05 war-status        pic x(2).
           05 war-temp-status   pic x(2).
           05 war-eof-switch    pic x(1) value "N".
               88 end-of-wars value "Y".
           05 war-line          pic x(150).
           05 wr-kind-fld       pic x(4).
           05 wr-id-fld         pic x(6).
           05 wr-chal-fld       pic x(20).
           05 wr-def-fld        pic x(20).
           05 wr-stake-fld      pic x(8).
           05 wr-declared-fld   pic x(8).
           05 wr-start-fld      pic x(8).
           05 wr-end-fld        pic x(8).
           05 wr-status-fld     pic x(8).
           05 wr-score-c-fld    pic x(6).
           05 wr-score-d-fld    pic x(6).
           05 wr-winner-fld     pic x(20).
           05 war-max-id        pic 9(6) value 0.
           05 war-new-id        pic 9(6).
           05 war-days          pic 9(3) value 7.
           05 war-min-stake     pic 9(7) value 1000.
           05 war-answer-days   pic 9(3) value 3.
           05 mw-found-switch   pic x(1) value "N".
               88 crew-at-war value "Y".
           05 mw-id             pic x(6).
           05 mw-chal           pic x(20).
           05 mw-def            pic x(20).
           05 mw-stake          pic 9(7).
           05 mw-declared       pic 9(8).
           05 mw-start          pic 9(8).
           05 mw-end            pic 9(8).
           05 mw-status         pic x(8).
           05 mw-foe            pic x(20).
           05 mw-side           pic x(1).
               88 we-declared value "C".
               88 war-declared-on-us value "D".
           05 wrec-crew         pic x(20).
           05 wrec-wins         pic 9(3).
           05 wrec-losses       pic 9(3).
           05 wrec-draws        pic 9(3).
           05 wrec-text         pic x(11).
           05 wrec-last         pic x(60).
           05 wrec-ptr          pic 9(3).
           05 war-foe           pic x(20).
           05 war-stake         pic 9(7).
           05 foe-treasury      pic s9(7).
           05 foe-found-switch  pic x(1) value "N".
               88 foe-crew-found value "Y".
           05 foe-busy-switch   pic x(1) value "N".
               88 foe-at-war value "Y".
           05 war-target-id     pic x(6).
           05 war-new-status    pic x(8).
           05 war-rewrite-switch pic x(1) value "N".
               88 war-rewritten value "Y".
           05 war-pay-crew      pic x(20).
           05 war-pay-amt       pic 9(7).
           05 war-saved-crew    pic x(20).
           05 war-mail-crew     pic x(20).
           05 war-score-to      pic 9(8).
           05 war-answer-by     pic 9(8).
           05 score-us          pic 9(5).
           05 score-them        pic 9(5).
           05 disp-score        pic zzzz9.
           05 wm-count          pic 9(2) value 0.
           05 wm-idx            pic 9(2).
           05 wm-att-side       pic x(1).
           05 wm-tgt-side       pic x(1).
           05 wm-scan-name      pic x(20).
           05 wm-found-side     pic x(1).
           05 wm-entry occurs 60 times.
               10 wm-name       pic x(20).
               10 wm-side       pic x(1).
           05 hl-attacker       pic x(20).
           05 hl-target         pic x(20).
           05 hl-level          pic x(4).
           05 hl-outcome        pic x(8).
           05 hl-time-fld       pic x(8).
           05 hl-date-fld       pic x(8).
           05 hl-eof-switch     pic x(1) value "N".
               88 end-of-hack-scan value "Y".

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
           05 msg-base          pic 9(4) value 6200.
           05 msg-count         pic 9(3) value 180.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 180 times.
           05 prefs-status      pic x(2).
           05 prefs-path        pic x(60).
           05 prefs-line        pic x(40).
           05 prefs-eof-switch  pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld       pic x(10).
           05 pf-value-fld      pic x(10).

       01  screen-text-defaults.
           05 filler pic x(50) value
               '=== CREWS ==='.
           05 filler pic x(50) value
               'You are not in a crew.'.
           05 filler pic x(50) value
               'Your Crew:'.
           05 filler pic x(50) value
               'Treasury: $'.
           05 filler pic x(50) value
               'Hack Wins:'.
           05 filler pic x(50) value
               'Hack Losses:'.
           05 filler pic x(50) value
               'Role:'.
           05 filler pic x(50) value
               '1. Create a Crew'.
           05 filler pic x(50) value
               '2. Join a Crew'.
           05 filler pic x(50) value
               '3. Leave Your Crew'.
           05 filler pic x(50) value
               '4. Return to Main Menu'.
           05 filler pic x(50) value
               '5. Crew Perks'.
           05 filler pic x(50) value
               '6. Crew Heists'.
           05 filler pic x(50) value
               '7. Roster and Roles'.
           05 filler pic x(50) value
               '8. Join Requests'.
           05 filler pic x(50) value
               '9. Crew Votes'.
           05 filler pic x(50) value
               'W. Crew Wars'.
           05 filler pic x(50) value
               'Enter choice:'.
           05 filler pic x(50) value
               'CREWS: Name / Treasury / Wins / Losses'.
           05 filler pic x(50) value
               '/ Wars W-L-D'.
           05 filler pic x(50) value
               'No crews formed yet.'.
           05 filler pic x(50) value
               'Leave your current crew first.'.
           05 filler pic x(50) value
               'New crew name:'.
           05 filler pic x(50) value
               'That crew already exists.'.
           05 filler pic x(50) value
               'Crew founded!'.
           05 filler pic x(50) value
               'Could not create crew.'.
           05 filler pic x(50) value
               'Crew to join:'.
           05 filler pic x(50) value
               'No crew by that name.'.
           05 filler pic x(50) value
               'You already asked to join a crew -'.
           05 filler pic x(50) value
               'wait for an answer.'.
           05 filler pic x(50) value
               'Request sent - an officer will answer.'.
           05 filler pic x(50) value
               'Could not join crew.'.
           05 filler pic x(50) value
               'Crew board busy - try again in a'.
           05 filler pic x(50) value
               'moment.'.
           05 filler pic x(50) value
               'You left the crew.'.
           05 filler pic x(50) value
               'Could not read the crew roster -'.
           05 filler pic x(50) value
               'nothing was changed.'.
           05 filler pic x(50) value
               'Only the founder or the treasurer buys'.
           05 filler pic x(50) value
               'perks.'.
           05 filler pic x(50) value
               '=== CREW PERKS:'.
           05 filler pic x(50) value
               '1. Work Pay Bonus   $2000 - +10% shift pay'.
           05 filler pic x(50) value
               '   for the whole crew, 7 days'.
           05 filler pic x(50) value
               'ACTIVE until'.
           05 filler pic x(50) value
               '2. Hack Discount    $1500 - half hack fees'.
           05 filler pic x(50) value
               '   for members, 7 days'.
           05 filler pic x(50) value
               '3. Crew Shield      $3000 - deflects hacks'.
           05 filler pic x(50) value
               '   on all members, 7 days'.
           05 filler pic x(50) value
               '4. Back'.
           05 filler pic x(50) value
               'The treasury cannot cover that.'.
           05 filler pic x(50) value
               'Perks this size need a crew vote.'.
           05 filler pic x(50) value
               'Open one now? Y/N'.
           05 filler pic x(50) value
               'Perk active for the whole crew!'.
           05 filler pic x(50) value
               'Crew board busy - treasury cut not'.
           05 filler pic x(50) value
               'booked. Tell the founder.'.
           05 filler pic x(50) value
               '=== CREW HEISTS:'.
           05 filler pic x(50) value
               'OPEN HEIST against'.
           05 filler pic x(50) value
               'Opened by:'.
           05 filler pic x(50) value
               'Buy-in closes after:'.
           05 filler pic x(50) value
               'Crew in so far:'.
           05 filler pic x(50) value
               'Pot: $'.
           05 filler pic x(50) value
               'You are IN on this one.'.
           05 filler pic x(50) value
               '1. EXECUTE THE HEIST'.
           05 filler pic x(50) value
               '2. Buy In ($500 from bank)'.
           05 filler pic x(50) value
               'No heist is planned right now.'.
           05 filler pic x(50) value
               '3. Open a Heist ($500 buy-in)'.
           05 filler pic x(50) value
               'Heist which target:'.
           05 filler pic x(50) value
               'Invalid target.'.
           05 filler pic x(50) value
               'No such target on the server.'.
           05 filler pic x(50) value
               'That account is on vacation hold -'.
           05 filler pic x(50) value
               'no heists against it.'.
           05 filler pic x(50) value
               'A heist on a target this rich needs'.
           05 filler pic x(50) value
               'a crew vote. Open one now? Y/N'.
           05 filler pic x(50) value
               'The heist board is busy - try again'.
           05 filler pic x(50) value
               'in a moment.'.
           05 filler pic x(50) value
               'Another heist opened while you were'.
           05 filler pic x(50) value
               'typing - check the board.'.
           05 filler pic x(50) value
               'Your bank would not fund the buy-in.'.
           05 filler pic x(50) value
               'Heist opened - the crew has been told.'.
           05 filler pic x(50) value
               'The heist board moved under you -'.
           05 filler pic x(50) value
               'no buy-in was taken.'.
           05 filler pic x(50) value
               'You are in. See you at the deadline.'.
           05 filler pic x(50) value
               'Someone already ran this heist - or'.
           05 filler pic x(50) value
               'the deadline moved. Check the board.'.
           05 filler pic x(50) value
               'Casing the target...'.
           05 filler pic x(50) value
               'The target has vanished - buy-ins'.
           05 filler pic x(50) value
               'are being refunded to the crew.'.
           05 filler pic x(50) value
               'The target armed a vacation hold -'.
           05 filler pic x(50) value
               'buy-ins are being refunded.'.
           05 filler pic x(50) value
               'You crack the vault - and find it'.
           05 filler pic x(50) value
               'echoing and empty. The buy-ins die'.
           05 filler pic x(50) value
               'of embarrassment.'.
           05 filler pic x(50) value
               'THE HEIST PAYS OFF! Each crew'.
           05 filler pic x(50) value
               'member banks $'.
           05 filler pic x(50) value
               'The vault door jams at the last'.
           05 filler pic x(50) value
               'second - the crew flees empty.'.
           05 filler pic x(50) value
               'The alarms scream - the crew scatters'.
           05 filler pic x(50) value
               'and the buy-ins are lost.'.
           05 filler pic x(50) value
               '=== CREW WARS:'.
           05 filler pic x(50) value
               'Your crew is at peace.'.
           05 filler pic x(50) value
               '3. Declare War'.
           05 filler pic x(50) value
               'War record (W-L-D):'.
           05 filler pic x(50) value
               'Last war:'.
           05 filler pic x(50) value
               'AT WAR WITH'.
           05 filler pic x(50) value
               'From'.
           05 filler pic x(50) value
               ' to'.
           05 filler pic x(50) value
               'Stake from each side: $'.
           05 filler pic x(50) value
               'LIVE SCORE'.
           05 filler pic x(50) value
               'Us:'.
           05 filler pic x(50) value
               'Them:'.
           05 filler pic x(50) value
               '- you are LEADING'.
           05 filler pic x(50) value
               '- you are TRAILING'.
           05 filler pic x(50) value
               '- dead level'.
           05 filler pic x(50) value
               'War declared on'.
           05 filler pic x(50) value
               'Waiting for their answer - stake $'.
           05 filler pic x(50) value
               'The offer lapses after'.
           05 filler pic x(50) value
               'has declared war on your crew!'.
           05 filler pic x(50) value
               'Stake from each treasury: $'.
           05 filler pic x(50) value
               'Answer before the end of'.
           05 filler pic x(50) value
               '1. Accept the War'.
           05 filler pic x(50) value
               '2. Decline'.
           05 filler pic x(50) value
               'Your founder or an officer must answer.'.
           05 filler pic x(50) value
               'Declare war on which crew:'.
           05 filler pic x(50) value
               'You cannot declare war on your own crew.'.
           05 filler pic x(50) value
               'That crew is already in a war.'.
           05 filler pic x(50) value
               'Stake from each treasury (min $'.
           05 filler pic x(50) value
               'That stake is below the minimum.'.
           05 filler pic x(50) value
               'Your treasury cannot cover that.'.
           05 filler pic x(50) value
               'Their treasury cannot match that stake.'.
           05 filler pic x(50) value
               'Declare war? Y/N'.
           05 filler pic x(50) value
               'War board busy - try again shortly.'.
           05 filler pic x(50) value
               'A war was declared meanwhile - try again.'.
           05 filler pic x(50) value
               'Crew board busy - try again shortly.'.
           05 filler pic x(50) value
               'War declared! They have until the offer lapses'.
           05 filler pic x(50) value
               'to answer.'.
           05 filler pic x(50) value
               'Your treasury cannot cover the stake.'.
           05 filler pic x(50) value
               'That declaration is no longer open.'.
           05 filler pic x(50) value
               'The war is on! It runs until'.
           05 filler pic x(50) value
               'War declined.'.
           05 filler pic x(50) value
               '=== CREW ROSTER:'.
           05 filler pic x(50) value
               'No. Member               Role'.
           05 filler pic x(50) value
               'The founder has gone inactive - members'.
           05 filler pic x(50) value
               'can vote a new one in with H.'.
           05 filler pic x(50) value
               'R) Remove Member  S) Set Role'.
           05 filler pic x(50) value
               'H) Hand Over Founder  Other) Back'.
           05 filler pic x(50) value
               'Member No.:'.
           05 filler pic x(50) value
               'Crew board busy - try again in a moment.'.
           05 filler pic x(50) value
               'That member is no longer in the crew.'.
           05 filler pic x(50) value
               'Only the founder and officers remove'.
           05 filler pic x(50) value
               'members.'.
           05 filler pic x(50) value
               'Use Leave Your Crew to leave.'.
           05 filler pic x(50) value
               'You cannot remove that member.'.
           05 filler pic x(50) value
               'Member removed.'.
           05 filler pic x(50) value
               'Only the founder hands out roles.'.
           05 filler pic x(50) value
               'New role - O)fficer T)reasurer M)ember:'.
           05 filler pic x(50) value
               'Role updated.'.
           05 filler pic x(50) value
               'The founder is still active.'.
           05 filler pic x(50) value
               'The founder role has been handed over.'.
           05 filler pic x(50) value
               'Only the founder and officers answer'.
           05 filler pic x(50) value
               'join requests.'.
           05 filler pic x(50) value
               '=== JOIN REQUESTS:'.
           05 filler pic x(50) value
               'No. Player               Asked'.
           05 filler pic x(50) value
               'No one is waiting to join.'.
           05 filler pic x(50) value
               'A) Approve  D) Deny  Other) Back'.
           05 filler pic x(50) value
               'Request No.:'.
           05 filler pic x(50) value
               'That request was already answered.'.
           05 filler pic x(50) value
               'Request answered.'.
           05 filler pic x(50) value
               '=== CREW VOTES:'.
           05 filler pic x(50) value
               'No. ID     QUESTION'.
           05 filler pic x(50) value
               'YES  NO CLOSES   STATUS'.
           05 filler pic x(50) value
               'No crew votes are running.'.
           05 filler pic x(50) value
               'Members:'.
           05 filler pic x(50) value
               'A vote passes when more than half say yes.'.
           05 filler pic x(50) value
               'Y) Vote Yes  N) Vote No  Other) Back'.
           05 filler pic x(50) value
               'Vote No.:'.
           05 filler pic x(50) value
               'That vote has closed.'.
           05 filler pic x(50) value
               'You cannot vote on that one.'.
           05 filler pic x(50) value
               'Your vote is counted.'.
           05 filler pic x(50) value
               'A vote on that is already running.'.
           05 filler pic x(50) value
               'Vote opened - the crew has been told.'.
           05 filler pic x(50) value
               'Vote opened and carried at once.'.
       01  screen-text.
           05 mt-crews             pic x(50).
           05 mt-you-are-not       pic x(50).
           05 mt-your-crew         pic x(50).
           05 mt-treasury          pic x(50).
           05 mt-hack-wins         pic x(50).
           05 mt-hack-losses       pic x(50).
           05 mt-role              pic x(50).
           05 mt-1-create-a-crew   pic x(50).
           05 mt-2-join-a-crew     pic x(50).
           05 mt-3-leave-your-crew pic x(50).
           05 mt-4-return-to-main  pic x(50).
           05 mt-5-crew-perks      pic x(50).
           05 mt-6-crew-heists     pic x(50).
           05 mt-7-roster-and-roles pic x(50).
           05 mt-8-join-requests   pic x(50).
           05 mt-9-crew-votes      pic x(50).
           05 mt-w-crew-wars       pic x(50).
           05 mt-enter-choice      pic x(50).
           05 mt-crews-name-treasury pic x(50).
           05 mt-wars-w-l-d        pic x(50).
           05 mt-no-crews-formed-yet pic x(50).
           05 mt-leave-your-current pic x(50).
           05 mt-new-crew-name     pic x(50).
           05 mt-that-crew-already pic x(50).
           05 mt-crew-founded      pic x(50).
           05 mt-could-not-create  pic x(50).
           05 mt-crew-to-join      pic x(50).
           05 mt-no-crew           pic x(50).
           05 mt-you-already-asked pic x(50).
           05 mt-wait-for-an-answer pic x(50).
           05 mt-request-sent      pic x(50).
           05 mt-could-not-join-crew pic x(50).
           05 mt-crew-board-busy-try pic x(50).
           05 mt-moment            pic x(50).
           05 mt-you-left-the-crew pic x(50).
           05 mt-could-not-read    pic x(50).
           05 mt-nothing-was-changed pic x(50).
           05 mt-only-the-founder  pic x(50).
           05 mt-perks             pic x(50).
           05 mt-crew-perks        pic x(50).
           05 mt-1-work-pay-bonus  pic x(50).
           05 mt-for-the-whole-crew pic x(50).
           05 mt-active-until      pic x(50).
           05 mt-2-hack-discount   pic x(50).
           05 mt-for-members-7-days pic x(50).
           05 mt-3-crew-shield-3000 pic x(50).
           05 mt-on-all-members-7  pic x(50).
           05 mt-4-back            pic x(50).
           05 mt-the-treasury-cannot pic x(50).
           05 mt-perks-this-size   pic x(50).
           05 mt-open-one-now-y    pic x(50).
           05 mt-perk-active       pic x(50).
           05 mt-crew-board-busy   pic x(50).
           05 mt-booked-tell       pic x(50).
           05 mt-crew-heists       pic x(50).
           05 mt-open-heist-against pic x(50).
           05 mt-opened            pic x(50).
           05 mt-buy-in-closes-after pic x(50).
           05 mt-crew-in-so-far    pic x(50).
           05 mt-pot               pic x(50).
           05 mt-you               pic x(50).
           05 mt-1-execute-the-heist pic x(50).
           05 mt-2-buy-in-500      pic x(50).
           05 mt-no-heist-is-planned pic x(50).
           05 mt-3-open-a-heist    pic x(50).
           05 mt-heist-which-target pic x(50).
           05 mt-invalid-target    pic x(50).
           05 mt-no-such-target    pic x(50).
           05 mt-that-account      pic x(50).
           05 mt-no-heists-against pic x(50).
           05 mt-a-heist           pic x(50).
           05 mt-a-crew-vote-open  pic x(50).
           05 mt-the-heist-board   pic x(50).
           05 mt-in-a-moment       pic x(50).
           05 mt-another-heist     pic x(50).
           05 mt-typing-check      pic x(50).
           05 mt-your-bank-would-not pic x(50).
           05 mt-heist-opened      pic x(50).
           05 mt-the-heist-board-2 pic x(50).
           05 mt-no-buy            pic x(50).
           05 mt-you-are-in-see    pic x(50).
           05 mt-someone-already-ran pic x(50).
           05 mt-the-deadline-moved pic x(50).
           05 mt-casing-the-target pic x(50).
           05 mt-the-target        pic x(50).
           05 mt-are-being-refunded pic x(50).
           05 mt-the-target-armed  pic x(50).
           05 mt-buy-ins-are-being pic x(50).
           05 mt-you-crack-the-vault pic x(50).
           05 mt-echoing-and-empty pic x(50).
           05 mt-of-embarrassment  pic x(50).
           05 mt-the-heist-pays-off pic x(50).
           05 mt-member-banks      pic x(50).
           05 mt-the-vault-door-jams pic x(50).
           05 mt-second-the-crew   pic x(50).
           05 mt-the-alarms-scream pic x(50).
           05 mt-and-the-buy-ins   pic x(50).
           05 mt-crew-wars         pic x(50).
           05 mt-your-crew-2       pic x(50).
           05 mt-3-declare-war     pic x(50).
           05 mt-war-record-w-l    pic x(50).
           05 mt-last-war          pic x(50).
           05 mt-at-war            pic x(50).
           05 mt-from              pic x(50).
           05 mt-to                pic x(50).
           05 mt-stake-from-each   pic x(50).
           05 mt-live-score        pic x(50).
           05 mt-us                pic x(50).
           05 mt-them              pic x(50).
           05 mt-you-are-leading   pic x(50).
           05 mt-you-are-trailing  pic x(50).
           05 mt-dead-level        pic x(50).
           05 mt-war-declared      pic x(50).
           05 mt-waiting-for-their pic x(50).
           05 mt-the-offer-lapses  pic x(50).
           05 mt-has-declared-war  pic x(50).
           05 mt-stake-from-each-2 pic x(50).
           05 mt-answer-before     pic x(50).
           05 mt-1-accept-the-war  pic x(50).
           05 mt-2-decline         pic x(50).
           05 mt-your-founder      pic x(50).
           05 mt-declare-war       pic x(50).
           05 mt-you-cannot-declare pic x(50).
           05 mt-that-crew         pic x(50).
           05 mt-stake-from-each-3 pic x(50).
           05 mt-that-stake-is-below pic x(50).
           05 mt-your-treasury     pic x(50).
           05 mt-their-treasury    pic x(50).
           05 mt-declare-war-y-n   pic x(50).
           05 mt-war-board-busy-try pic x(50).
           05 mt-a-war-was-declared pic x(50).
           05 mt-crew-board-busy-try-2 pic x(50).
           05 mt-war-declared-they pic x(50).
           05 mt-to-answer         pic x(50).
           05 mt-your-treasury-2   pic x(50).
           05 mt-that-declaration  pic x(50).
           05 mt-the-war           pic x(50).
           05 mt-war-declined      pic x(50).
           05 mt-crew-roster       pic x(50).
           05 mt-no-member-role    pic x(50).
           05 mt-the-founder       pic x(50).
           05 mt-can-vote-a-new    pic x(50).
           05 mt-r-remove-member-s pic x(50).
           05 mt-h-hand-over-founder pic x(50).
           05 mt-member-no         pic x(50).
           05 mt-crew-board-busy-try-3 pic x(50).
           05 mt-that-member-is-no pic x(50).
           05 mt-only-the-founder-2 pic x(50).
           05 mt-members           pic x(50).
           05 mt-use-leave-your-crew pic x(50).
           05 mt-you-cannot-remove pic x(50).
           05 mt-member-removed    pic x(50).
           05 mt-only-the-founder-3 pic x(50).
           05 mt-new-role-o-fficer pic x(50).
           05 mt-role-updated      pic x(50).
           05 mt-the-founder-2     pic x(50).
           05 mt-the-founder-role  pic x(50).
           05 mt-only-the-founder-4 pic x(50).
           05 mt-join-requests     pic x(50).
           05 mt-join-requests-2   pic x(50).
           05 mt-no-player-asked   pic x(50).
           05 mt-no-one-is-waiting pic x(50).
           05 mt-a-approve-d-deny  pic x(50).
           05 mt-request-no        pic x(50).
           05 mt-that-request      pic x(50).
           05 mt-request-answered  pic x(50).
           05 mt-crew-votes        pic x(50).
           05 mt-no-id-question    pic x(50).
           05 mt-yes-no-closes     pic x(50).
           05 mt-no-crew-votes     pic x(50).
           05 mt-members-2         pic x(50).
           05 mt-a-vote-passes-when pic x(50).
           05 mt-y-vote-yes-n      pic x(50).
           05 mt-vote-no           pic x(50).
           05 mt-that-vote         pic x(50).
           05 mt-you-cannot-vote   pic x(50).
           05 mt-your-vote         pic x(50).
           05 mt-a-vote            pic x(50).
           05 mt-vote-opened       pic x(50).
           05 mt-vote-opened-2     pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 180 times.

       linkage section.
       01  username   pic x(20).
       01  user-bank  pic S9(7).

       procedure division using username user-bank.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           perform 010-load-tunables
           perform 100-crew-menu
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

       100-crew-menu.
           perform 210-find-my-crew
           display erase screen
           display function trim(mt-crews trailing) at 0202
           if has-no-crew
               display function trim(mt-you-are-not trailing) at 0402
           else
               display function trim(mt-your-crew trailing) at 0402
               display function trim(my-crew-name) at 0413
               move my-crew-treasury to disp-amt
               display function trim(mt-treasury trailing) at 0502
                   disp-amt at 0513
               move my-crew-wins to disp-num
               display function trim(mt-hack-wins trailing) at 0602
                   disp-num at 0613
               move my-crew-losses to disp-num
               display function trim(mt-hack-losses trailing) at 0702
                   disp-num at 0715
               display function trim(mt-role trailing) at 0532 my-role
                   at 0538
           end-if
           perform 220-list-crews
           display function trim(mt-1-create-a-crew trailing) at 1602
           display function trim(mt-2-join-a-crew trailing) at 1702
           display function trim(mt-3-leave-your-crew trailing) at 1802
           display function trim(mt-4-return-to-main trailing) at 1902
           display function trim(mt-5-crew-perks trailing) at 2002
           display function trim(mt-6-crew-heists trailing) at 2032
           display function trim(mt-7-roster-and-roles trailing) at 1632
           display function trim(mt-8-join-requests trailing) at 1732
           display function trim(mt-9-crew-votes trailing) at 1832
           display function trim(mt-w-crew-wars trailing) at 1932
           display function trim(mt-enter-choice trailing) at 2102
           accept user-input at 2117
           evaluate user-input
               when '1' perform 300-create-crew
               when '4' goback
               when '5' perform 400-perks-screen
               when '6' perform 500-heist-screen
               when '7' perform 800-roster-screen
               when '8' perform 850-join-requests
               when '9' perform 900-votes-screen
               when 'W' perform 650-war-screen
               when 'w' perform 650-war-screen
               when other perform 100-crew-menu
           end-evaluate.

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
           if end-of-tunables
               exit paragraph
           end-if
           move spaces to tunable-name tunable-value-fld
           unstring tunables-record delimited by '|'
               into tunable-name tunable-value-fld
           end-unstring
           if function numval(tunable-value-fld) > 0
               evaluate tunable-name
                   when "CREW-VOTE-PERK"
                       compute vote-perk-threshold =
                           function numval(tunable-value-fld)
                   when "CREW-VOTE-HEIST"
                       compute vote-heist-threshold =
                           function numval(tunable-value-fld)
                   when "CREW-VOTE-DAYS"
                       compute vote-days =
                           function numval(tunable-value-fld)
                   when "CREW-FOUNDER-IDLE"
                       compute founder-idle-days =
                           function numval(tunable-value-fld)
                   when "CREW-WAR-DAYS"
                       compute war-days =
                           function numval(tunable-value-fld)
                   when "CREW-WAR-MIN-STAKE"
                       compute war-min-stake =
                           function numval(tunable-value-fld)
                   when "CREW-WAR-ANSWER-DAYS"
                       compute war-answer-days =
                           function numval(tunable-value-fld)
               end-evaluate
           end-if.

       210-find-my-crew.
           move spaces to my-crew-name
           move 0 to my-crew-treasury my-crew-wins my-crew-losses
                       until end-of-crews
                   close crew-file
               end-if
           end-if
           perform 230-load-roster.

       215-check-member-line.
           read crew-file into crew-work-line

       220-list-crews.
           move 0 to crew-shown
           display function trim(mt-crews-name-treasury trailing)
               at 0902
           display function trim(mt-wars-w-l-d trailing) at 0941
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               close crew-file
           end-if
           if crew-shown = 0
               display function trim(mt-no-crews-formed-yet trailing)
                   at 1002
           end-if.

       225-show-one-crew.
               display disp-num at line disp-row column 35
               compute disp-num = function numval(cw-losses-fld)
               display disp-num at line disp-row column 41
               move cw-name-fld to wrec-crew
               perform 656-count-war-record
               display wrec-text at line disp-row column 47
           end-if.

       230-load-roster.
           accept crew-today from date yyyymmdd
           move 0 to roster-count roster-founder-idx
           move spaces to my-role
           if has-no-crew
               exit paragraph
           end-if
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 235-read-roster-line
                   until end-of-crews
               close crew-file
           end-if
           if roster-founder-idx = 0 and roster-count > 0
               move "FOUNDER" to rs-role(1)
               move 1 to roster-founder-idx
           end-if
           perform 236-settle-roster-role
               varying roster-idx from 1 by 1
               until roster-idx > roster-count.

       235-read-roster-line.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if end-of-crews
               exit paragraph
           end-if
           move spaces to cw-kind-fld cw-name-fld cw-member-fld
               cw-role-fld
           unstring crew-work-line delimited by '|'
               into cw-kind-fld cw-name-fld cw-member-fld cw-role-fld
           end-unstring
           if cw-kind-fld = "MEMBER"
               and function trim(cw-name-fld)
                   = function trim(my-crew-name)
               and roster-count < 30
               add 1 to roster-count
               move cw-member-fld to rs-name(roster-count)
               move cw-role-fld to rs-role(roster-count)
               if cw-role-fld = "FOUNDER"
                   and roster-founder-idx = 0
                   move roster-count to roster-founder-idx
               end-if
           end-if.

       236-settle-roster-role.
           if rs-role(roster-idx) = spaces
               or (rs-role(roster-idx) = "FOUNDER"
                   and roster-idx not = roster-founder-idx)
               move "MEMBER" to rs-role(roster-idx)
           end-if
           if function trim(rs-name(roster-idx))
                   = function trim(username)
               move rs-role(roster-idx) to my-role
           end-if.

       237-find-member.
           move 0 to roster-found-idx
           perform 238-match-member
               varying roster-jdx from 1 by 1
               until roster-jdx > roster-count.

       238-match-member.
           if roster-found-idx = 0
               and function trim(rs-name(roster-jdx))
                   = function trim(match-name)
               move roster-jdx to roster-found-idx
           end-if.

       240-check-founder-activity.
           move "Y" to founder-idle-switch
           move 0 to founder-last-login
           if roster-founder-idx = 0
               exit paragraph
           end-if
           move "N" to players-eof-switch
           open input players-file
           if players-status not = "00"
               move "N" to founder-idle-switch
               exit paragraph
           end-if
           perform 245-read-player-line
               until end-of-players
           close players-file
           if founder-last-login > 0
               and function integer-of-date(crew-today)
                   - function integer-of-date(founder-last-login)
                   <= founder-idle-days
               move "N" to founder-idle-switch
           end-if.

       245-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if end-of-players
               exit paragraph
           end-if
           move spaces to preg-name-fld preg-reg-fld preg-last-fld
               preg-status-fld
           unstring players-record delimited by '|'
               into preg-name-fld preg-reg-fld preg-last-fld
                   preg-status-fld
           end-unstring
           if function trim(preg-name-fld)
                   = function trim(rs-name(roster-founder-idx))
               and preg-status-fld not = "CLOSED"
               and preg-last-fld is numeric
               move preg-last-fld to founder-last-login
           end-if.

       300-create-crew.
           if not has-no-crew
               display function trim(mt-leave-your-current trailing)
                   at 2202
               accept user-input at 2233
               perform 100-crew-menu
           end-if
           display function trim(mt-new-crew-name trailing) at 2202
           accept new-crew-name at 2218
           if function trim(new-crew-name) = spaces
               perform 100-crew-menu
           end-if
           perform 330-check-crew-exists
           if crew-exists
               display function trim(mt-that-crew-already trailing)
                   at 2302
               accept user-input at 2329
               perform 100-crew-menu
           end-if
                   into crew-record
               write crew-record
               close crew-file
               display function trim(mt-crew-founded trailing) at 2302
           else
               display function trim(mt-could-not-create trailing)
                   at 2302
           end-if
           accept user-input at 2318
           perform 100-crew-menu.

       310-join-crew.
           if not has-no-crew
               display function trim(mt-leave-your-current trailing)
                   at 2202
               accept user-input at 2233
               perform 100-crew-menu
           end-if
           display function trim(mt-crew-to-join trailing) at 2202
           accept new-crew-name at 2217
           perform 330-check-crew-exists
           if not crew-exists
               display function trim(mt-no-crew trailing) at 2302
               accept user-input at 2325
               perform 100-crew-menu
           end-if
           move username to target-name
           perform 316-check-pending-request
           if request-count > 0
               display function trim(mt-you-already-asked trailing)
                   at 2302
               display function trim(mt-wait-for-an-answer trailing)
                   at 2402
               accept user-input at 2422
               perform 100-crew-menu
           end-if
           accept crew-today from date yyyymmdd
           open extend crew-file
           if crew-status = "00"
               move spaces to crew-record
               string 'REQUEST' delimited size
                   '|' delimited size
                   function trim(new-crew-name) delimited size
                   '|' delimited size
                   function trim(username) delimited size
                   '|' delimited size
                   crew-today delimited size
                   into crew-record
               write crew-record
               close crew-file
               perform 318-mail-crew-leaders
               display function trim(mt-request-sent trailing)
                   at 2302
           else
               display function trim(mt-could-not-join-crew trailing)
                   at 2302
           end-if
           accept user-input at 2342
           perform 100-crew-menu.

       316-check-pending-request.
           move 0 to request-count
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 317-match-request-line
                   until end-of-crews
               close crew-file
           end-if.

       317-match-request-line.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if not end-of-crews
               move spaces to cw-kind-fld cw-name-fld cw-member-fld
               unstring crew-work-line delimited by '|'
                   into cw-kind-fld cw-name-fld cw-member-fld
               end-unstring
               if cw-kind-fld = "REQUEST"
                   and function trim(cw-member-fld)
                       = function trim(target-name)
                   add 1 to request-count
               end-if
           end-if.

       318-mail-crew-leaders.
           move spaces to mail-text
           string function trim(username) delimited size
               ' asked to join ' delimited size
               function trim(new-crew-name) delimited size
               ' - answer it under Join Requests.' delimited size
               into mail-text
           move "N" to leader-seen-switch
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 319-mail-one-leader
                   until end-of-crews
               close crew-file
           end-if.

       319-mail-one-leader.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if end-of-crews
               exit paragraph
           end-if
           move spaces to cw-kind-fld cw-name-fld cw-member-fld
               cw-role-fld
           unstring crew-work-line delimited by '|'
               into cw-kind-fld cw-name-fld cw-member-fld cw-role-fld
           end-unstring
           if cw-kind-fld = "MEMBER"
               and function trim(cw-name-fld)
                   = function trim(new-crew-name)
               if cw-role-fld = "FOUNDER" or cw-role-fld = "OFFICER"
                   or (cw-role-fld = spaces
                       and not crew-leader-seen)
                   move cw-member-fld to mail-to
                   perform 710-post-mail
               end-if
               move "Y" to leader-seen-switch
           end-if.

       320-leave-crew.
           if has-no-crew
               display function trim(mt-you-are-not trailing) at 2202
               accept user-input at 2226
               perform 100-crew-menu
           end-if
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-crew-board-busy-try trailing)
                   at 2202
               display function trim(mt-moment trailing) at 2302
               accept user-input at 2310
               perform 100-crew-menu
           end-if
           perform 230-load-roster
           move spaces to successor-name
           move 1 to roster-jdx
           if role-founder
               perform 327-pick-successor
                   varying roster-idx from 1 by 1
                   until roster-idx > roster-count
           end-if
           open output crew-temp-file
           if crew-temp-status = "00"
               move "N" to crew-eof-switch
                   close crew-file
                   close crew-temp-file
                   perform 340-copy-crews-back
                   display function trim(mt-you-left-the-crew trailing)
                       at 2202
                   if successor-name not = spaces
                       move successor-name to mail-to
                       move spaces to mail-text
                       string 'The founder left ' delimited size
                           function trim(my-crew-name)
                               delimited size
                           ' - you are the new founder.'
                               delimited size
                           into mail-text
                       perform 710-post-mail
                   end-if
               else
                   close crew-temp-file
                   display function trim(mt-could-not-read trailing)
                       at 2202
                   display function trim(mt-nothing-was-changed
                       trailing) at 2302
               end-if
           end-if
           perform 622-release-lock
                       = function trim(username)
                   continue
               else
                   if cw-kind-fld = "MEMBER"
                       and successor-name not = spaces
                       and function trim(cw-name-fld)
                           = function trim(my-crew-name)
                       and function trim(cw-member-fld)
                           = function trim(successor-name)
                       move spaces to crew-work-line
                       string 'MEMBER|' delimited size
                           function trim(my-crew-name)
                               delimited size
                           '|' delimited size
                           function trim(successor-name)
                               delimited size
                           '|FOUNDER' delimited size
                           into crew-work-line
                   end-if
                   write crew-temp-record from crew-work-line
               end-if
           end-if.

       327-pick-successor.
           if function trim(rs-name(roster-idx))
                   = function trim(username)
               exit paragraph
           end-if
           if successor-name = spaces
               or (rs-role(roster-idx) = "OFFICER"
                   and rs-role(roster-jdx) not = "OFFICER")
               move rs-name(roster-idx) to successor-name
               move roster-idx to roster-jdx
           end-if.

       400-perks-screen.
           if has-no-crew
               display function trim(mt-you-are-not trailing) at 2202
               accept user-input at 2226
               perform 100-crew-menu
           end-if
           perform 230-load-roster
           if not role-founder and not role-treasurer
               display function trim(mt-only-the-founder trailing)
                   at 2202
               display function trim(mt-perks trailing) at 2302
               accept user-input at 2309
               perform 100-crew-menu
           end-if
           perform 415-load-perk-state
           display erase screen
           display function trim(mt-crew-perks trailing) at 0202
           display function trim(my-crew-name) at 0219
           display ' ===' at 0240
           move my-crew-treasury to disp-amt
           display function trim(mt-treasury trailing) at 0302 disp-amt
               at 0313
           accept perk-today from date yyyymmdd
           display function trim(mt-1-work-pay-bonus trailing)
               at 0502
           display function trim(mt-for-the-whole-crew trailing) at 0602
           if perk-work-expiry >= perk-today
               move perk-work-expiry to disp-expiry
               display function trim(mt-active-until trailing) at 0648
                   disp-expiry at 0661
           end-if
           display function trim(mt-2-hack-discount trailing)
               at 0802
           display function trim(mt-for-members-7-days trailing) at 0902
           if perk-hack-expiry >= perk-today
               move perk-hack-expiry to disp-expiry
               display function trim(mt-active-until trailing) at 0948
                   disp-expiry at 0961
           end-if
           display function trim(mt-3-crew-shield-3000 trailing)
               at 1102
           display function trim(mt-on-all-members-7 trailing) at 1202
           if perk-shld-expiry >= perk-today
               move perk-shld-expiry to disp-expiry
               display function trim(mt-active-until trailing) at 1248
                   disp-expiry at 1261
           end-if
           display function trim(mt-4-back trailing) at 1402
           display function trim(mt-enter-choice trailing) at 1602
           accept user-input at 1617
           move spaces to perk-pick-kind
           evaluate user-input
               when other perform 400-perks-screen
           end-evaluate
           if my-crew-treasury < perk-price
               display function trim(mt-the-treasury-cannot trailing)
                   at 1802
               accept user-input at 1834
               perform 400-perks-screen
           end-if
           if perk-price >= vote-perk-threshold
               move "PERK" to new-vote-type
               move perk-pick-kind to new-vote-subject
               move perk-price to new-vote-amount
               perform 980-check-passed-vote
               if not vote-cleared
                   display function trim(mt-perks-this-size trailing)
                       at 1802
                   display function trim(mt-open-one-now-y trailing)
                       at 1902
                   accept user-input at 1921
                   if user-input = 'Y' or user-input = 'y'
                       perform 930-open-vote
                   end-if
                   perform 400-perks-screen
               end-if
           end-if
           perform 440-buy-perk
           if perk-was-bought and perk-price >= vote-perk-threshold
               perform 985-use-passed-vote
           end-if
           display function trim(mt-perk-active trailing) at 1802
           accept user-input at 1834
           perform 400-perks-screen.

               function integer-of-date(perk-today) + 7)
           compute treasury-delta = 0 - perk-price
           move "N" to perk-replaced-switch
           move "N" to perk-bought-switch
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-crew-board-busy-try trailing)
                   at 1802
               accept user-input at 1836
               exit paragraph
           close crew-temp-file
           perform 340-copy-crews-back
           perform 622-release-lock
           move "Y" to perk-bought-switch
           subtract perk-price from my-crew-treasury
           move "PERKBUY" to ledger-kind
           move username to ledger-player
           move perk-price to ledger-amount
           move perk-pick-kind to ledger-ref
           move perk-expiry to ledger-ref-date
           perform 750-post-crew-ledger.

       445-rewrite-crew-line.
           read crew-file into crew-work-line
               compute cw-treasury-num =
                   function numval(cw-treasury-fld)
                   + treasury-delta
               move cw-treasury-num to ledger-treasury
               move spaces to crew-work-line
               string 'CREW' delimited size
                   '|' delimited size
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-crew-board-busy trailing)
                   at 2002
               display function trim(mt-booked-tell trailing) at 2102
               exit paragraph
           end-if
           open output crew-temp-file
           close crew-file
           close crew-temp-file
           perform 340-copy-crews-back
           perform 622-release-lock
           move "HEISTCUT" to ledger-kind
           move username to ledger-player
           move treasury-delta to ledger-amount
           move heist-target to ledger-ref
           move spaces to ledger-ref-date
           perform 750-post-crew-ledger.

       500-heist-screen.
           if has-no-crew
               display function trim(mt-you-are-not trailing) at 2202
               accept user-input at 2226
               perform 100-crew-menu
           end-if
           perform 510-load-heist-state
           accept heist-today from date yyyymmdd
           display erase screen
           display function trim(mt-crew-heists trailing) at 0202
           display function trim(my-crew-name) at 0220
           display ' ===' at 0241
           if crew-has-heist
               display function trim(mt-open-heist-against trailing)
                   at 0402
               display function trim(heist-target) at 0422
               display function trim(mt-opened trailing) at 0502
               display function trim(heist-opener) at 0513
               display function trim(mt-buy-in-closes-after trailing)
                   at 0602
               display heist-deadline at 0623
               move part-count to disp-num
               display function trim(mt-crew-in-so-far trailing) at 0702
                   disp-num at 0718
               move pot-total to disp-amt
               display function trim(mt-pot trailing) at 0802 disp-amt
                   at 0808
               if already-joined
                   display function trim(mt-you trailing) at 0902
               end-if
               if heist-today > heist-deadline
                   display function trim(mt-1-execute-the-heist
                       trailing) at 1102
               else
                   if not already-joined
                       display function trim(mt-2-buy-in-500 trailing)
                           at 1102
                   end-if
               end-if
           else
               display function trim(mt-no-heist-is-planned trailing)
                   at 0402
               display function trim(mt-3-open-a-heist trailing) at 1102
           end-if
           display function trim(mt-4-back trailing) at 1202
           display function trim(mt-enter-choice trailing) at 1402
           accept user-input at 1417
           evaluate user-input
               when '1'
           end-if.

       520-open-heist.
           display function trim(mt-heist-which-target trailing) at 1602
           accept heist-target at 1622
           if function trim(heist-target) = spaces
               or function trim(heist-target)
                   = function trim(username)
               display function trim(mt-invalid-target trailing) at 1702
               accept user-input at 1718
               exit paragraph
           end-if
           perform 550-fetch-target-security
           if not heist-target-found
               display function trim(mt-no-such-target trailing) at 1702
               accept user-input at 1733
               exit paragraph
           end-if
           perform 554-check-target-vacation
           if target-on-vacation
               display function trim(mt-that-account trailing)
                   at 1702
               display function trim(mt-no-heists-against trailing)
                   at 1802
               accept user-input at 1824
               exit paragraph
           end-if
           move "N" to heist-vote-switch
           perform 551-fetch-target-bank
           if heist-target-bank >= vote-heist-threshold
               move "HEIST" to new-vote-type
               move heist-target to new-vote-subject
               move heist-target-bank to new-vote-amount
               perform 980-check-passed-vote
               if not vote-cleared
                   display function trim(mt-a-heist trailing)
                       at 1702
                   display function trim(mt-a-crew-vote-open trailing)
                       at 1802
                   accept user-input at 1834
                   if user-input = 'Y' or user-input = 'y'
                       perform 930-open-vote
                   end-if
                   exit paragraph
               end-if
               move "Y" to heist-vote-switch
           end-if
           move "heists" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-heist-board trailing)
                   at 1702
               display function trim(mt-in-a-moment trailing) at 1802
               accept user-input at 1815
               exit paragraph
           end-if
           perform 510-load-heist-state
           if crew-has-heist
               perform 622-release-lock
               display function trim(mt-another-heist trailing)
                   at 1702
               display function trim(mt-typing-check trailing) at 1802
               accept user-input at 1828
               exit paragraph
           end-if
           perform 700-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-your-bank-would-not trailing)
                   at 1702
               accept user-input at 1740
               exit paragraph
               close heist-file
           end-if
           perform 622-release-lock
           if heist-vote-used
               perform 985-use-passed-vote
           end-if
           perform 525-mail-crew-invites
           display function trim(mt-heist-opened trailing)
               at 1702
           accept user-input at 1742.

               close crew-file
           end-if.

       527-mail-whole-crew.
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 526-mail-one-member
                   until end-of-crews
               close crew-file
           end-if.

       526-mail-one-member.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           move "heists" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-heist-board trailing)
                   at 1602
               display function trim(mt-in-a-moment trailing) at 1702
               accept user-input at 1715
               exit paragraph
           end-if
           if not crew-has-heist or already-joined
               or heist-today > heist-deadline
               perform 622-release-lock
               display function trim(mt-the-heist-board-2 trailing)
                   at 1602
               display function trim(mt-no-buy trailing) at 1702
               accept user-input at 1723
               exit paragraph
           end-if
           perform 700-api-withdraw
           if api-response(1:7) not = "SUCCESS"
               perform 622-release-lock
               display function trim(mt-your-bank-would-not trailing)
                   at 1602
               accept user-input at 1640
               exit paragraph
               close heist-file
           end-if
           perform 622-release-lock
           display function trim(mt-you-are-in-see trailing) at 1602
           accept user-input at 1640.

       540-execute-heist.
           move "heists" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-the-heist-board trailing)
                   at 1602
               display function trim(mt-in-a-moment trailing) at 1702
               accept user-input at 1715
               exit paragraph
           end-if
           if not crew-has-heist
               or heist-today <= heist-deadline
               perform 622-release-lock
               display function trim(mt-someone-already-ran trailing)
                   at 1602
               display function trim(mt-the-deadline-moved trailing)
                   at 1702
               accept user-input at 1740
               exit paragraph
           end-if
           perform 565-close-heist
           perform 622-release-lock
           display function trim(mt-casing-the-target trailing) at 1602
           move 0 to combined-level
           perform 545-fetch-member-level
               varying part-idx from 1 by 1
               until part-idx > part-count
           perform 550-fetch-target-security
           if not heist-target-found
               display function trim(mt-the-target trailing)
                   at 1702
               display function trim(mt-are-being-refunded trailing)
                   at 1802
               perform 552-refund-participant
                   varying part-idx from 1 by 1
                   until part-idx > part-count
           end-if
           perform 554-check-target-vacation
           if target-on-vacation
               display function trim(mt-the-target-armed trailing)
                   at 1702
               display function trim(mt-buy-ins-are-being trailing)
                   at 1802
               perform 552-refund-participant
                   varying part-idx from 1 by 1
                   until part-idx > part-count
               end-if
               if heist-take <= 0
                   move "FAILURE" to heist-outcome
                   display function trim(mt-you-crack-the-vault
                       trailing) at 1702
                   display function trim(mt-echoing-and-empty trailing)
                       at 1802
                   display function trim(mt-of-embarrassment trailing)
                       at 1902
               else
                   move heist-target to api-player
                   move heist-take to api-amount
                       perform 455-credit-treasury-stream
                       perform 553-mail-heist-victim
                       move member-share to disp-share
                       display function trim(mt-the-heist-pays-off
                           trailing) at 1702
                       display function trim(mt-member-banks trailing)
                           at 1802
                       display disp-share at 1816
                   else
                       move "FAILURE" to heist-outcome
                       display function trim(mt-the-vault-door-jams
                           trailing) at 1702
                       display function trim(mt-second-the-crew
                           trailing) at 1802
                   end-if
               end-if
           else
               move "FAILURE" to heist-outcome
               display function trim(mt-the-alarms-scream trailing)
                   at 1702
               display function trim(mt-and-the-buy-ins trailing)
                   at 1802
           end-if
           perform 560-log-heist-attempt
               varying part-idx from 1 by 1
               write heist-record from heist-temp-record
           end-if.

       650-war-screen.
           if has-no-crew
               display function trim(mt-you-are-not trailing) at 2202
               accept user-input at 2226
               perform 100-crew-menu
           end-if
           perform 230-load-roster
           perform 652-find-my-war
           display erase screen
           display function trim(mt-crew-wars trailing) at 0202
           display function trim(my-crew-name) at 0217
           display ' ===' at 0238
           if crew-at-war
               perform 653-show-my-war
           else
               display function trim(mt-your-crew-2 trailing) at 0402
               if role-founder or role-officer
                   display function trim(mt-3-declare-war trailing)
                       at 1102
               end-if
           end-if
           display function trim(mt-4-back trailing) at 1302
           move my-crew-name to wrec-crew
           perform 656-count-war-record
           display function trim(mt-war-record-w-l trailing) at 1702
           display wrec-text at 1722
           if wrec-last not = spaces
               display function trim(mt-last-war trailing) at 1802
               display function trim(wrec-last) at 1812
           end-if
           display function trim(mt-enter-choice trailing) at 1502
           accept user-input at 1517
           evaluate user-input
               when '1'
                   if crew-at-war and war-declared-on-us
                       and mw-status = "PENDING"
                       and (role-founder or role-officer)
                       perform 680-accept-war
                   end-if
               when '2'
                   if crew-at-war and war-declared-on-us
                       and mw-status = "PENDING"
                       and (role-founder or role-officer)
                       perform 690-decline-war
                   end-if
               when '3'
                   if not crew-at-war
                       and (role-founder or role-officer)
                       perform 670-declare-war
                   end-if
               when '4' perform 100-crew-menu
               when other continue
           end-evaluate
           perform 650-war-screen.

       651-split-war-line.
           move spaces to wr-kind-fld wr-id-fld wr-chal-fld
               wr-def-fld wr-stake-fld wr-declared-fld wr-start-fld
               wr-end-fld wr-status-fld wr-score-c-fld
               wr-score-d-fld wr-winner-fld
           unstring war-line delimited by '|'
               into wr-kind-fld wr-id-fld wr-chal-fld wr-def-fld
                   wr-stake-fld wr-declared-fld wr-start-fld
                   wr-end-fld wr-status-fld wr-score-c-fld
                   wr-score-d-fld wr-winner-fld
           end-unstring.

       652-find-my-war.
           move "N" to mw-found-switch
           move 0 to war-max-id
           move "N" to war-eof-switch
           open input war-file
           if war-status = "00"
               perform 654-read-my-war-line
                   until end-of-wars
               close war-file
           end-if.

       653-show-my-war.
           move mw-stake to disp-amt
           if mw-status = "ACTIVE"
               display function trim(mt-at-war trailing) at 0402
               display function trim(mw-foe) at 0414
               display function trim(mt-from trailing) at 0502 mw-start
                   at 0507
               display function trim(mt-to trailing) at 0515 mw-end
                   at 0519
               display function trim(mt-stake-from-each trailing)
                   at 0602
               display disp-amt at 0625
               perform 660-score-war
               display function trim(mt-live-score trailing) at 0702
               move score-us to disp-score
               display function trim(mt-us trailing) at 0802 disp-score
                   at 0808
               move score-them to disp-score
               display function trim(mt-them trailing) at 0902
                   disp-score at 0908
               evaluate true
                   when score-us > score-them
                       display function trim(mt-you-are-leading
                           trailing) at 0815
                   when score-us < score-them
                       display function trim(mt-you-are-trailing
                           trailing) at 0815
                   when other
                       display function trim(mt-dead-level trailing)
                           at 0815
               end-evaluate
               exit paragraph
           end-if
           compute war-answer-by = function date-of-integer(
               function integer-of-date(mw-declared)
               + war-answer-days)
           if we-declared
               display function trim(mt-war-declared trailing) at 0402
               display function trim(mw-foe) at 0418
               display function trim(mt-waiting-for-their trailing)
                   at 0502
               display disp-amt at 0536
               display function trim(mt-the-offer-lapses trailing)
                   at 0602
               display war-answer-by at 0625
           else
               display function trim(mw-foe) at 0402
               display function trim(mt-has-declared-war trailing)
                   at 0424
               display function trim(mt-stake-from-each-2 trailing)
                   at 0502
               display disp-amt at 0529
               display function trim(mt-answer-before trailing) at 0602
               display war-answer-by at 0627
               if role-founder or role-officer
                   display function trim(mt-1-accept-the-war trailing)
                       at 1102
                   display function trim(mt-2-decline trailing) at 1202
               else
                   display function trim(mt-your-founder trailing)
                       at 0702
               end-if
           end-if.

       654-read-my-war-line.
           read war-file into war-line
               at end move "Y" to war-eof-switch
           end-read
           if end-of-wars
               exit paragraph
           end-if
           perform 651-split-war-line
           if wr-kind-fld not = "WAR"
               exit paragraph
           end-if
           if function numval(wr-id-fld) > war-max-id
               compute war-max-id = function numval(wr-id-fld)
           end-if
           if wr-status-fld not = "PENDING"
               and wr-status-fld not = "ACTIVE"
               exit paragraph
           end-if
           if wr-chal-fld not = my-crew-name
               and wr-def-fld not = my-crew-name
               exit paragraph
           end-if
           move "Y" to mw-found-switch
           move wr-id-fld to mw-id
           move wr-chal-fld to mw-chal
           move wr-def-fld to mw-def
           compute mw-stake = function numval(wr-stake-fld)
           compute mw-declared = function numval(wr-declared-fld)
           compute mw-start = function numval(wr-start-fld)
           compute mw-end = function numval(wr-end-fld)
           move wr-status-fld to mw-status
           if wr-chal-fld = my-crew-name
               move "C" to mw-side
               move wr-def-fld to mw-foe
           else
               move "D" to mw-side
               move wr-chal-fld to mw-foe
           end-if.

       656-count-war-record.
           move 0 to wrec-wins wrec-losses wrec-draws
           move spaces to wrec-last wrec-text
           move "N" to war-eof-switch
           open input war-file
           if war-status = "00"
               perform 657-tally-war-line
                   until end-of-wars
               close war-file
           end-if
           move 1 to wrec-ptr
           move wrec-wins to disp-num
           string function trim(disp-num) delimited size
               '-' delimited size
               into wrec-text with pointer wrec-ptr
           move wrec-losses to disp-num
           string function trim(disp-num) delimited size
               '-' delimited size
               into wrec-text with pointer wrec-ptr
           move wrec-draws to disp-num
           string function trim(disp-num) delimited size
               into wrec-text with pointer wrec-ptr.

       657-tally-war-line.
           read war-file into war-line
               at end move "Y" to war-eof-switch
           end-read
           if end-of-wars
               exit paragraph
           end-if
           perform 651-split-war-line
           if wr-kind-fld not = "WAR" or wr-status-fld not = "SETTLED"
               exit paragraph
           end-if
           if wr-chal-fld not = wrec-crew
               and wr-def-fld not = wrec-crew
               exit paragraph
           end-if
           move spaces to wrec-last
           move 1 to wrec-ptr
           if wr-chal-fld = wrec-crew
               string 'vs ' delimited size
                   function trim(wr-def-fld) delimited size
                   ' ' delimited size
                   function trim(wr-score-c-fld) delimited size
                   '-' delimited size
                   function trim(wr-score-d-fld) delimited size
                   into wrec-last with pointer wrec-ptr
           else
               string 'vs ' delimited size
                   function trim(wr-chal-fld) delimited size
                   ' ' delimited size
                   function trim(wr-score-d-fld) delimited size
                   '-' delimited size
                   function trim(wr-score-c-fld) delimited size
                   into wrec-last with pointer wrec-ptr
           end-if
           evaluate true
               when wr-winner-fld = "DRAW"
                   add 1 to wrec-draws
                   move "DRAWN" to war-new-status
               when wr-winner-fld = wrec-crew
                   add 1 to wrec-wins
                   move "WON" to war-new-status
               when other
                   add 1 to wrec-losses
                   move "LOST" to war-new-status
           end-evaluate
           string ' ' delimited size
               function trim(war-new-status) delimited size
               ' ' delimited size
               wr-end-fld delimited size
               into wrec-last with pointer wrec-ptr.

       658-fetch-foe-crew.
           move "N" to foe-found-switch
           move "N" to foe-busy-switch
           move 0 to foe-treasury
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 661-match-foe-crew
                   until end-of-crews
               close crew-file
           end-if
           move "N" to war-eof-switch
           open input war-file
           if war-status = "00"
               perform 663-check-foe-war
                   until end-of-wars
               close war-file
           end-if.

       659-release-war-lock.
           move "crewwars" to lock-name
           move spaces to lock-path
           string './NGM/logs/lock_' delimited size
               function trim(lock-name) delimited size
               '.dat' delimited size
               into lock-path
           perform 622-release-lock.

       660-score-war.
           move 0 to score-us score-them wm-count
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 662-load-war-member
                   until end-of-crews
               close crew-file
           end-if
           move mw-end to war-score-to
           if crew-today < mw-end
               move crew-today to war-score-to
           end-if
           move "N" to hl-eof-switch
           open input hack-log-file
           if hack-log-status = "00"
               perform 664-score-hack-line
                   until end-of-hack-scan
               close hack-log-file
           end-if.

       661-match-foe-crew.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if not end-of-crews
               move spaces to cw-kind-fld cw-name-fld cw-treasury-fld
               unstring crew-work-line delimited by '|'
                   into cw-kind-fld cw-name-fld cw-treasury-fld
               end-unstring
               if cw-kind-fld = "CREW" and cw-name-fld = war-foe
                   move "Y" to foe-found-switch
                   compute foe-treasury =
                       function numval(cw-treasury-fld)
               end-if
           end-if.

       662-load-war-member.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if end-of-crews
               exit paragraph
           end-if
           move spaces to cw-kind-fld cw-name-fld cw-member-fld
           unstring crew-work-line delimited by '|'
               into cw-kind-fld cw-name-fld cw-member-fld
           end-unstring
           if cw-kind-fld not = "MEMBER" or wm-count >= 60
               exit paragraph
           end-if
           if cw-name-fld = my-crew-name
               add 1 to wm-count
               move cw-member-fld to wm-name(wm-count)
               move "U" to wm-side(wm-count)
           end-if
           if cw-name-fld = mw-foe
               add 1 to wm-count
               move cw-member-fld to wm-name(wm-count)
               move "T" to wm-side(wm-count)
           end-if.

       663-check-foe-war.
           read war-file into war-line
               at end move "Y" to war-eof-switch
           end-read
           if not end-of-wars
               perform 651-split-war-line
               if wr-kind-fld = "WAR"
                   and (wr-status-fld = "PENDING"
                       or wr-status-fld = "ACTIVE")
                   and (wr-chal-fld = war-foe
                       or wr-def-fld = war-foe)
                   move "Y" to foe-busy-switch
               end-if
           end-if.

       664-score-hack-line.
           read hack-log-file into hack-log-line
               at end move "Y" to hl-eof-switch
           end-read
           if end-of-hack-scan
               exit paragraph
           end-if
           move spaces to hl-attacker hl-target hl-level hl-outcome
               hl-time-fld hl-date-fld
           unstring hack-log-line delimited by '|'
               into hl-attacker hl-target hl-level hl-outcome
                   hl-time-fld hl-date-fld
           end-unstring
           if hl-date-fld is not numeric
               exit paragraph
           end-if
           if function numval(hl-date-fld) < mw-start
               or function numval(hl-date-fld) > war-score-to
               exit paragraph
           end-if
           move hl-attacker to wm-scan-name
           perform 666-find-war-side
           move wm-found-side to wm-att-side
           move hl-target to wm-scan-name
           perform 666-find-war-side
           move wm-found-side to wm-tgt-side
           if wm-att-side = space or wm-tgt-side = space
               or wm-att-side = wm-tgt-side
               exit paragraph
           end-if
           if hl-outcome = "SUCCESS"
               if wm-att-side = "U"
                   add 1 to score-us
               else
                   add 1 to score-them
               end-if
           else
               if wm-tgt-side = "U"
                   add 1 to score-us
               else
                   add 1 to score-them
               end-if
           end-if.

       665-move-my-treasury.
           move "N" to war-rewrite-switch
           move spaces to perk-pick-kind
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               exit paragraph
           end-if
           open output crew-temp-file
           if crew-temp-status not = "00"
               perform 622-release-lock
               exit paragraph
           end-if
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status not = "00"
               close crew-temp-file
               perform 622-release-lock
               exit paragraph
           end-if
           perform 445-rewrite-crew-line
               until end-of-crews
           close crew-file
           close crew-temp-file
           perform 340-copy-crews-back
           perform 622-release-lock
           move "Y" to war-rewrite-switch.

       666-find-war-side.
           move space to wm-found-side
           perform 668-match-war-side
               varying wm-idx from 1 by 1
               until wm-idx > wm-count or wm-found-side not = space.

       667-credit-other-crew.
           move "N" to war-rewrite-switch
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               exit paragraph
           end-if
           open output crew-temp-file
           if crew-temp-status not = "00"
               perform 622-release-lock
               exit paragraph
           end-if
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status not = "00"
               close crew-temp-file
               perform 622-release-lock
               exit paragraph
           end-if
           perform 674-credit-crew-line
               until end-of-crews
           close crew-file
           close crew-temp-file
           perform 340-copy-crews-back
           perform 622-release-lock
           move "Y" to war-rewrite-switch.

       668-match-war-side.
           if wm-name(wm-idx) = wm-scan-name
               move wm-side(wm-idx) to wm-found-side
           end-if.

       670-declare-war.
           display function trim(mt-declare-war trailing) at 2002
           move spaces to war-foe
           accept war-foe at 2029
           if war-foe = spaces
               exit paragraph
           end-if
           if war-foe = my-crew-name
               display function trim(mt-you-cannot-declare trailing)
                   at 2102
               accept user-input at 2143
               exit paragraph
           end-if
           perform 658-fetch-foe-crew
           if not foe-crew-found
               display function trim(mt-no-crew trailing) at 2102
               accept user-input at 2124
               exit paragraph
           end-if
           if foe-at-war
               display function trim(mt-that-crew trailing) at 2102
               accept user-input at 2133
               exit paragraph
           end-if
           move war-min-stake to disp-amt
           display function trim(mt-stake-from-each-3 trailing) at 2102
           display disp-amt at 2133
           display '): $' at 2140
           move 0 to war-stake
           accept war-stake at 2144
           if war-stake < war-min-stake
               display function trim(mt-that-stake-is-below trailing)
                   at 2202
               accept user-input at 2235
               exit paragraph
           end-if
           if war-stake > my-crew-treasury
               display function trim(mt-your-treasury trailing) at 2202
               accept user-input at 2235
               exit paragraph
           end-if
           if war-stake > foe-treasury
               display function trim(mt-their-treasury trailing)
                   at 2202
               accept user-input at 2242
               exit paragraph
           end-if
           display function trim(mt-declare-war-y-n trailing) at 2202
           accept user-input at 2220
           if user-input not = 'Y' and user-input not = 'y'
               exit paragraph
           end-if
           move "crewwars" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-war-board-busy-try trailing)
                   at 2302
               accept user-input at 2338
               exit paragraph
           end-if
           perform 652-find-my-war
           perform 658-fetch-foe-crew
           if crew-at-war or foe-at-war
               perform 659-release-war-lock
               display function trim(mt-a-war-was-declared trailing)
                   at 2302
               accept user-input at 2344
               exit paragraph
           end-if
           compute treasury-delta = 0 - war-stake
           perform 665-move-my-treasury
           if not war-rewritten
               perform 659-release-war-lock
               display function trim(mt-crew-board-busy-try-2 trailing)
                   at 2302
               accept user-input at 2339
               exit paragraph
           end-if
           subtract war-stake from my-crew-treasury
           move "WARSTAKE" to ledger-kind
           move username to ledger-player
           move war-stake to ledger-amount
           move war-foe to ledger-ref
           move spaces to ledger-ref-date
           perform 750-post-crew-ledger
           compute war-new-id = war-max-id + 1
           move war-new-id to wr-id-fld
           move my-crew-name to wr-chal-fld
           move war-foe to wr-def-fld
           move war-stake to wr-stake-fld
           move crew-today to wr-declared-fld
           move spaces to wr-start-fld wr-end-fld wr-winner-fld
           move "PENDING" to wr-status-fld
           move "0" to wr-score-c-fld wr-score-d-fld
           perform 689-build-war-line
           open extend war-file
           if war-status not = "00"
               open output war-file
           end-if
           if war-status = "00"
               write war-record from war-line
           end-if
           close war-file
           perform 659-release-war-lock
           move war-stake to disp-amt
           move spaces to mail-text
           string 'Crew ' delimited size
               function trim(my-crew-name) delimited size
               ' declared war on your crew - stake $' delimited size
               function trim(disp-amt) delimited size
               '. Answer at the crew hall.' delimited size
               into mail-text
           move war-foe to war-mail-crew
           perform 682-mail-named-crew
           move spaces to mail-text
           string 'War declared on ' delimited size
               function trim(war-foe) delimited size
               ' - $' delimited size
               function trim(disp-amt) delimited size
               ' staked from the treasury.' delimited size
               into mail-text
           perform 527-mail-whole-crew
           display function trim(mt-war-declared-they trailing)
               at 2302
           display function trim(mt-to-answer trailing) at 2402
           accept user-input at 2413.

       674-credit-crew-line.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if end-of-crews
               exit paragraph
           end-if
           move spaces to cw-kind-fld cw-name-fld cw-treasury-fld
               cw-wins-fld cw-losses-fld
           unstring crew-work-line delimited by '|'
               into cw-kind-fld cw-name-fld cw-treasury-fld
                   cw-wins-fld cw-losses-fld
           end-unstring
           if cw-kind-fld = "CREW" and cw-name-fld = war-pay-crew
               compute cw-treasury-num =
                   function numval(cw-treasury-fld) + war-pay-amt
               move cw-treasury-num to ledger-treasury
               move spaces to crew-work-line
               string 'CREW' delimited size
                   '|' delimited size
                   function trim(cw-name-fld) delimited size
                   '|' delimited size
                   cw-treasury-num delimited size
                   '|' delimited size
                   function trim(cw-wins-fld) delimited size
                   '|' delimited size
                   function trim(cw-losses-fld) delimited size
                   into crew-work-line
           end-if
           write crew-temp-record from crew-work-line.

       680-accept-war.
           if my-crew-treasury < mw-stake
               display function trim(mt-your-treasury-2 trailing)
                   at 2002
               accept user-input at 2040
               exit paragraph
           end-if
           move "crewwars" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-war-board-busy-try trailing)
                   at 2002
               accept user-input at 2038
               exit paragraph
           end-if
           perform 652-find-my-war
           if not crew-at-war or mw-status not = "PENDING"
               or not war-declared-on-us
               perform 659-release-war-lock
               display function trim(mt-that-declaration trailing)
                   at 2002
               accept user-input at 2038
               exit paragraph
           end-if
           compute treasury-delta = 0 - mw-stake
           perform 665-move-my-treasury
           if not war-rewritten
               perform 659-release-war-lock
               display function trim(mt-crew-board-busy-try-2 trailing)
                   at 2002
               accept user-input at 2039
               exit paragraph
           end-if
           subtract mw-stake from my-crew-treasury
           move "WARSTAKE" to ledger-kind
           move username to ledger-player
           move mw-stake to ledger-amount
           move mw-foe to ledger-ref
           move spaces to ledger-ref-date
           perform 750-post-crew-ledger
           move crew-today to mw-start
           compute mw-end = function date-of-integer(
               function integer-of-date(crew-today) + war-days)
           move mw-id to war-target-id
           move "ACTIVE" to war-new-status
           perform 685-rewrite-war
           perform 659-release-war-lock
           move spaces to mail-text
           string 'The war between ' delimited size
               function trim(mw-chal) delimited size
               ' and ' delimited size
               function trim(mw-def) delimited size
               ' is on until ' delimited size
               mw-end delimited size
               ' - every hack counts.' delimited size
               into mail-text
           move mw-foe to war-mail-crew
           perform 682-mail-named-crew
           perform 527-mail-whole-crew
           display function trim(mt-the-war trailing) at 2002
           display mw-end at 2031
           accept user-input at 2040.

       682-mail-named-crew.
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 683-mail-named-member
                   until end-of-crews
               close crew-file
           end-if.

       683-mail-named-member.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if not end-of-crews
               move spaces to cw-kind-fld cw-name-fld cw-member-fld
               unstring crew-work-line delimited by '|'
                   into cw-kind-fld cw-name-fld cw-member-fld
               end-unstring
               if cw-kind-fld = "MEMBER"
                   and cw-name-fld = war-mail-crew
                   and cw-member-fld not = username
                   move cw-member-fld to mail-to
                   perform 710-post-mail
               end-if
           end-if.

       685-rewrite-war.
           move "N" to war-eof-switch
           open input war-file
           if war-status not = "00"
               exit paragraph
           end-if
           open output war-temp-file
           if war-temp-status not = "00"
               close war-file
               exit paragraph
           end-if
           perform 686-copy-war-line
               until end-of-wars
           close war-file
           close war-temp-file
           move "N" to war-eof-switch
           open input war-temp-file
           open output war-file
           if war-temp-status = "00" and war-status = "00"
               perform 687-copy-war-back
                   until end-of-wars
           end-if
           close war-temp-file
           close war-file.

       686-copy-war-line.
           read war-file into war-line
               at end move "Y" to war-eof-switch
           end-read
           if end-of-wars
               exit paragraph
           end-if
           perform 651-split-war-line
           if wr-kind-fld = "WAR" and wr-id-fld = war-target-id
               move war-new-status to wr-status-fld
               if war-new-status = "ACTIVE"
                   move mw-start to wr-start-fld
                   move mw-end to wr-end-fld
               end-if
               perform 689-build-war-line
           end-if
           write war-temp-record from war-line.

       687-copy-war-back.
           read war-temp-file
               at end move "Y" to war-eof-switch
           end-read
           if not end-of-wars
               write war-record from war-temp-record
           end-if.

       689-build-war-line.
           move spaces to war-line
           string 'WAR|' delimited size
               function trim(wr-id-fld) delimited size
               '|' delimited size
               function trim(wr-chal-fld) delimited size
               '|' delimited size
               function trim(wr-def-fld) delimited size
               '|' delimited size
               function trim(wr-stake-fld) delimited size
               '|' delimited size
               function trim(wr-declared-fld) delimited size
               '|' delimited size
               function trim(wr-start-fld) delimited size
               '|' delimited size
               function trim(wr-end-fld) delimited size
               '|' delimited size
               function trim(wr-status-fld) delimited size
               '|' delimited size
               function trim(wr-score-c-fld) delimited size
               '|' delimited size
               function trim(wr-score-d-fld) delimited size
               '|' delimited size
               function trim(wr-winner-fld) delimited size
               into war-line.

       690-decline-war.
           move "crewwars" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-war-board-busy-try trailing)
                   at 2002
               accept user-input at 2038
               exit paragraph
           end-if
           perform 652-find-my-war
           if not crew-at-war or mw-status not = "PENDING"
               or not war-declared-on-us
               perform 659-release-war-lock
               display function trim(mt-that-declaration trailing)
                   at 2002
               accept user-input at 2038
               exit paragraph
           end-if
           move mw-foe to war-pay-crew
           move mw-stake to war-pay-amt
           perform 667-credit-other-crew
           if not war-rewritten
               perform 659-release-war-lock
               display function trim(mt-crew-board-busy-try-2 trailing)
                   at 2002
               accept user-input at 2039
               exit paragraph
           end-if
           move my-crew-name to war-saved-crew
           move war-pay-crew to my-crew-name
           move "WARREF" to ledger-kind
           move username to ledger-player
           move war-pay-amt to ledger-amount
           move war-saved-crew to ledger-ref
           move spaces to ledger-ref-date
           perform 750-post-crew-ledger
           move war-saved-crew to my-crew-name
           move mw-id to war-target-id
           move "DECLINED" to war-new-status
           perform 685-rewrite-war
           perform 659-release-war-lock
           move mw-stake to disp-amt
           move spaces to mail-text
           string function trim(my-crew-name) delimited size
               ' declined your war - the $' delimited size
               function trim(disp-amt) delimited size
               ' stake is back in the treasury.' delimited size
               into mail-text
           move mw-foe to war-mail-crew
           perform 682-mail-named-crew
           move spaces to mail-text
           string 'We declined the war declared by ' delimited size
               function trim(mw-foe) delimited size
               '.' delimited size
               into mail-text
           perform 527-mail-whole-crew
           display function trim(mt-war-declined trailing) at 2002
           accept user-input at 2016.

       800-roster-screen.
           if has-no-crew
               display function trim(mt-you-are-not trailing) at 2202
               accept user-input at 2226
               perform 100-crew-menu
           end-if
           perform 230-load-roster
           perform 240-check-founder-activity
           display erase screen
           display function trim(mt-crew-roster trailing) at 0202
           display function trim(my-crew-name) at 0220
           display ' ===' at 0241
           display function trim(mt-no-member-role trailing) at 0402
           perform 805-show-roster-line
               varying roster-idx from 1 by 1
               until roster-idx > roster-count or roster-idx > 12
           if founder-is-idle
               display function trim(mt-the-founder trailing)
                   at 1702
               display function trim(mt-can-vote-a-new trailing) at 1742
           end-if
           display function trim(mt-r-remove-member-s trailing) at 1902
           display function trim(mt-h-hand-over-founder trailing)
               at 2002
           display function trim(mt-enter-choice trailing) at 2102
           accept user-input at 2117
           evaluate user-input
               when 'R'
               when 'r'
                   perform 820-remove-member
               when 'S'
               when 's'
                   perform 830-set-role
               when 'H'
               when 'h'
                   perform 840-handover-founder
               when other
                   perform 100-crew-menu
           end-evaluate
           perform 800-roster-screen.

       805-show-roster-line.
           compute disp-row = roster-idx + 4
           move roster-idx to disp-num
           display disp-num at line disp-row column 2
           display rs-name(roster-idx) at line disp-row column 6
           display rs-role(roster-idx) at line disp-row column 27.

       810-pick-member.
           move 0 to roster-pick
           move spaces to target-name
           display function trim(mt-member-no trailing) at 2202
           accept roster-pick at 2214
           if roster-pick = 0 or roster-pick > roster-count
               move 0 to roster-pick
           else
               move rs-name(roster-pick) to target-name
           end-if.

       815-lock-and-reload.
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               move 0 to roster-pick
               display function trim(mt-crew-board-busy-try-3 trailing)
                   at 2302
               accept user-input at 2344
               exit paragraph
           end-if
           perform 230-load-roster
           move target-name to match-name
           perform 237-find-member
           move roster-found-idx to roster-pick
           if roster-pick = 0
               perform 622-release-lock
               display function trim(mt-that-member-is-no trailing)
                   at 2302
               accept user-input at 2341
           end-if.

       820-remove-member.
           if not role-founder and not role-officer
               display function trim(mt-only-the-founder-2 trailing)
                   at 2202
               display function trim(mt-members trailing) at 2302
               accept user-input at 2311
               exit paragraph
           end-if
           perform 810-pick-member
           if roster-pick = 0
               exit paragraph
           end-if
           if function trim(target-name) = function trim(username)
               display function trim(mt-use-leave-your-crew trailing)
                   at 2302
               accept user-input at 2332
               exit paragraph
           end-if
           perform 815-lock-and-reload
           if roster-pick = 0
               exit paragraph
           end-if
           if rs-role(roster-pick) = "FOUNDER"
               or (rs-role(roster-pick) = "OFFICER"
                   and not role-founder)
               or (not role-founder and not role-officer)
               perform 622-release-lock
               display function trim(mt-you-cannot-remove trailing)
                   at 2302
               accept user-input at 2333
               exit paragraph
           end-if
           move "OUT" to rs-role(roster-pick)
           perform 870-save-roster
           perform 622-release-lock
           move target-name to mail-to
           move spaces to mail-text
           string 'You were removed from the ' delimited size
               function trim(my-crew-name) delimited size
               ' crew.' delimited size
               into mail-text
           perform 710-post-mail
           display function trim(mt-member-removed trailing) at 2302
           accept user-input at 2318.

       830-set-role.
           if not role-founder
               display function trim(mt-only-the-founder-3 trailing)
                   at 2202
               accept user-input at 2236
               exit paragraph
           end-if
           perform 810-pick-member
           if roster-pick = 0
               or function trim(target-name)
                   = function trim(username)
               exit paragraph
           end-if
           display function trim(mt-new-role-o-fficer trailing)
               at 2302
           accept user-input at 2344
           evaluate user-input
               when 'O'
               when 'o'
                   move "OFFICER" to new-role
               when 'T'
               when 't'
                   move "TREASURER" to new-role
               when 'M'
               when 'm'
                   move "MEMBER" to new-role
               when other
                   exit paragraph
           end-evaluate
           perform 815-lock-and-reload
           if roster-pick = 0
               exit paragraph
           end-if
           if not role-founder
               perform 622-release-lock
               exit paragraph
           end-if
           move new-role to rs-role(roster-pick)
           perform 870-save-roster
           perform 622-release-lock
           move target-name to mail-to
           move spaces to mail-text
           string 'You are now ' delimited size
               function trim(new-role) delimited size
               ' of the ' delimited size
               function trim(my-crew-name) delimited size
               ' crew.' delimited size
               into mail-text
           perform 710-post-mail
           display function trim(mt-role-updated trailing) at 2402
           accept user-input at 2416.

       840-handover-founder.
           perform 810-pick-member
           if roster-pick = 0
               or function trim(target-name)
                   = function trim(username)
               exit paragraph
           end-if
           if not role-founder
               perform 240-check-founder-activity
               if not founder-is-idle
                   display function trim(mt-the-founder-2 trailing)
                       at 2302
                   accept user-input at 2331
                   exit paragraph
               end-if
               move "FOUNDER" to new-vote-type
               move target-name to new-vote-subject
               move 0 to new-vote-amount
               perform 930-open-vote
               exit paragraph
           end-if
           perform 815-lock-and-reload
           if roster-pick = 0
               exit paragraph
           end-if
           if not role-founder
               perform 622-release-lock
               exit paragraph
           end-if
           move "MEMBER" to rs-role(roster-founder-idx)
           move "FOUNDER" to rs-role(roster-pick)
           move roster-pick to roster-founder-idx
           perform 870-save-roster
           perform 622-release-lock
           move target-name to mail-to
           move spaces to mail-text
           string 'You are now the founder of the ' delimited size
               function trim(my-crew-name) delimited size
               ' crew.' delimited size
               into mail-text
           perform 710-post-mail
           display function trim(mt-the-founder-role trailing) at 2302
           accept user-input at 2341.

       850-join-requests.
           if has-no-crew
               display function trim(mt-you-are-not trailing) at 2202
               accept user-input at 2226
               perform 100-crew-menu
           end-if
           perform 230-load-roster
           if not role-founder and not role-officer
               display function trim(mt-only-the-founder-4 trailing)
                   at 2202
               display function trim(mt-join-requests trailing) at 2302
               accept user-input at 2317
               perform 100-crew-menu
           end-if
           perform 855-load-requests
           display erase screen
           display function trim(mt-join-requests-2 trailing) at 0202
           display function trim(my-crew-name) at 0222
           display ' ===' at 0243
           display function trim(mt-no-player-asked trailing) at 0402
           perform 857-show-request-line
               varying request-idx from 1 by 1
               until request-idx > request-count
           if request-count = 0
               display function trim(mt-no-one-is-waiting trailing)
                   at 0502
           end-if
           display function trim(mt-a-approve-d-deny trailing) at 1802
           display function trim(mt-enter-choice trailing) at 1902
           accept user-input at 1917
           evaluate user-input
               when 'A'
               when 'a'
                   perform 858-pick-request
                   if request-pick > 0
                       perform 860-approve-request
                   end-if
               when 'D'
               when 'd'
                   perform 858-pick-request
                   if request-pick > 0
                       perform 865-deny-request
                   end-if
               when other
                   perform 100-crew-menu
           end-evaluate
           perform 850-join-requests.

       855-load-requests.
           move 0 to request-count
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 856-read-request-line
                   until end-of-crews
               close crew-file
           end-if.

       856-read-request-line.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if end-of-crews
               exit paragraph
           end-if
           move spaces to cw-kind-fld cw-name-fld cw-member-fld
               cw-role-fld
           unstring crew-work-line delimited by '|'
               into cw-kind-fld cw-name-fld cw-member-fld cw-role-fld
           end-unstring
           if cw-kind-fld = "REQUEST"
               and function trim(cw-name-fld)
                   = function trim(my-crew-name)
               and request-count < 10
               add 1 to request-count
               move cw-member-fld to rq-name(request-count)
               move cw-role-fld to rq-date(request-count)
           end-if.

       857-show-request-line.
           compute disp-row = request-idx + 4
           move request-idx to disp-num
           display disp-num at line disp-row column 2
           display rq-name(request-idx) at line disp-row column 6
           display rq-date(request-idx) at line disp-row column 27.

       858-pick-request.
           move 0 to request-pick
           display function trim(mt-request-no trailing) at 2002
           accept request-pick at 2015
           if request-pick > request-count
               move 0 to request-pick
           end-if
           if request-pick > 0
               move rq-name(request-pick) to target-name
           end-if.

       859-lock-request.
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               move 0 to request-pick
               display function trim(mt-crew-board-busy-try-3 trailing)
                   at 2102
               accept user-input at 2144
               exit paragraph
           end-if
           perform 230-load-roster
           perform 855-load-requests
           move 0 to request-pick
           perform 864-match-request
               varying request-idx from 1 by 1
               until request-idx > request-count
           if request-pick = 0
               or (not role-founder and not role-officer)
               perform 622-release-lock
               move 0 to request-pick
               display function trim(mt-that-request trailing) at 2102
               accept user-input at 2137
           end-if.

       864-match-request.
           if request-pick = 0
               and function trim(rq-name(request-idx))
                   = function trim(target-name)
               move request-idx to request-pick
           end-if.

       860-approve-request.
           perform 859-lock-request
           if request-pick = 0
               exit paragraph
           end-if
           perform 862-check-in-crew
           move target-name to request-done-name
           move spaces to mail-text
           if target-in-crew or roster-count >= 30
               string 'Your request to join ' delimited size
                   function trim(my-crew-name) delimited size
                   ' could not be granted.' delimited size
                   into mail-text
           else
               move target-name to new-member-name
               string 'Welcome to the ' delimited size
                   function trim(my-crew-name) delimited size
                   ' crew - your request was approved.'
                   delimited size
                   into mail-text
           end-if
           perform 870-save-roster
           perform 622-release-lock
           move target-name to mail-to
           perform 710-post-mail
           display function trim(mt-request-answered trailing) at 2102
           accept user-input at 2120.

       862-check-in-crew.
           move "N" to in-crew-switch
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 863-match-member-line
                   until end-of-crews
               close crew-file
           end-if.

       863-match-member-line.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if not end-of-crews
               move spaces to cw-kind-fld cw-name-fld cw-member-fld
               unstring crew-work-line delimited by '|'
                   into cw-kind-fld cw-name-fld cw-member-fld
               end-unstring
               if cw-kind-fld = "MEMBER"
                   and function trim(cw-member-fld)
                       = function trim(target-name)
                   move "Y" to in-crew-switch
               end-if
           end-if.

       865-deny-request.
           perform 859-lock-request
           if request-pick = 0
               exit paragraph
           end-if
           move target-name to request-done-name
           perform 870-save-roster
           perform 622-release-lock
           move target-name to mail-to
           move spaces to mail-text
           string 'Your request to join ' delimited size
               function trim(my-crew-name) delimited size
               ' was turned down.' delimited size
               into mail-text
           perform 710-post-mail
           display function trim(mt-request-answered trailing) at 2102
           accept user-input at 2120.

       870-save-roster.
           open output crew-temp-file
           if crew-temp-status not = "00"
               exit paragraph
           end-if
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status not = "00"
               close crew-temp-file
               exit paragraph
           end-if
           perform 875-rewrite-roster-line
               until end-of-crews
           close crew-file
           if new-member-name not = spaces
               move spaces to crew-work-line
               string 'MEMBER|' delimited size
                   function trim(my-crew-name) delimited size
                   '|' delimited size
                   function trim(new-member-name) delimited size
                   '|MEMBER' delimited size
                   into crew-work-line
               write crew-temp-record from crew-work-line
           end-if
           close crew-temp-file
           perform 340-copy-crews-back
           move spaces to new-member-name request-done-name.

       875-rewrite-roster-line.
           read crew-file into crew-work-line
               at end move "Y" to crew-eof-switch
           end-read
           if end-of-crews
               exit paragraph
           end-if
           move spaces to cw-kind-fld cw-name-fld cw-member-fld
           unstring crew-work-line delimited by '|'
               into cw-kind-fld cw-name-fld cw-member-fld
           end-unstring
           if function trim(cw-name-fld)
                   not = function trim(my-crew-name)
               write crew-temp-record from crew-work-line
               exit paragraph
           end-if
           if cw-kind-fld = "REQUEST"
               and function trim(cw-member-fld)
                   = function trim(request-done-name)
               exit paragraph
           end-if
           if cw-kind-fld = "MEMBER"
               move cw-member-fld to match-name
               perform 237-find-member
               if roster-found-idx > 0
                   if rs-role(roster-found-idx) = "OUT"
                       exit paragraph
                   end-if
                   move spaces to crew-work-line
                   string 'MEMBER|' delimited size
                       function trim(my-crew-name) delimited size
                       '|' delimited size
                       function trim(cw-member-fld) delimited size
                       '|' delimited size
                       function trim(rs-role(roster-found-idx))
                           delimited size
                       into crew-work-line
               end-if
           end-if
           write crew-temp-record from crew-work-line.

       900-votes-screen.
           if has-no-crew
               display function trim(mt-you-are-not trailing) at 2202
               accept user-input at 2226
               perform 100-crew-menu
           end-if
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-crew-board-busy-try-3 trailing)
                   at 2202
               accept user-input at 2244
               perform 100-crew-menu
           end-if
           perform 230-load-roster
           perform 940-load-votes
           perform 950-judge-votes
           perform 960-save-votes
           perform 622-release-lock
           display erase screen
           display function trim(mt-crew-votes trailing) at 0202
           display function trim(my-crew-name) at 0219
           display ' ===' at 0240
           display function trim(mt-no-id-question trailing) at 0402
           display function trim(mt-yes-no-closes trailing) at 0444
           perform 905-show-vote-line
               varying vote-idx from 1 by 1
               until vote-idx > vote-count
           if vote-count = 0
               display function trim(mt-no-crew-votes trailing) at 0502
           end-if
           move roster-count to disp-num
           display function trim(mt-members-2 trailing) at 1702 disp-num
               at 1711
           display function trim(mt-a-vote-passes-when trailing)
               at 1717
           display function trim(mt-y-vote-yes-n trailing) at 1902
           display function trim(mt-enter-choice trailing) at 2002
           accept user-input at 2017
           evaluate user-input
               when 'Y'
               when 'y'
                   move 'Y' to bl-choice-fld
                   perform 910-cast-ballot
               when 'N'
               when 'n'
                   move 'N' to bl-choice-fld
                   perform 910-cast-ballot
               when other
                   perform 100-crew-menu
           end-evaluate
           perform 900-votes-screen.

       905-show-vote-line.
           compute disp-row = vote-idx + 4
           move vote-idx to disp-num
           display disp-num at line disp-row column 2
           display ve-id(vote-idx) at line disp-row column 6
           perform 906-build-question
           display vote-question at line disp-row column 13
           move ve-yes(vote-idx) to disp-num
           display disp-num at line disp-row column 44
           move ve-no(vote-idx) to disp-num
           display disp-num at line disp-row column 48
           display ve-close(vote-idx) at line disp-row column 52
           display ve-status(vote-idx) at line disp-row column 61
           if ve-mine(vote-idx) not = space
               display '*' at line disp-row column 69
           end-if.

       906-build-question.
           move spaces to vote-question
           move ve-amount(vote-idx) to disp-amt
           evaluate ve-type(vote-idx)
               when "PERK"
                   string 'Buy ' delimited size
                       function trim(ve-subject(vote-idx))
                           delimited size
                       ' for $' delimited size
                       function trim(disp-amt) delimited size
                       into vote-question
               when "HEIST"
                   string 'Heist on ' delimited size
                       function trim(ve-subject(vote-idx))
                           delimited size
                       into vote-question
               when "FOUNDER"
                   string 'Make ' delimited size
                       function trim(ve-subject(vote-idx))
                           delimited size
                       ' founder' delimited size
                       into vote-question
           end-evaluate.

       910-cast-ballot.
           display function trim(mt-vote-no trailing) at 2102
           move 0 to vote-pick
           accept vote-pick at 2112
           if vote-pick = 0 or vote-pick > vote-count
               exit paragraph
           end-if
           move ve-id(vote-pick) to search-vote-id
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-crew-board-busy-try-3 trailing)
                   at 2202
               accept user-input at 2244
               exit paragraph
           end-if
           perform 230-load-roster
           perform 940-load-votes
           perform 947-find-vote-id
           if vote-found-idx = 0
               perform 622-release-lock
               display function trim(mt-that-vote trailing) at 2202
               accept user-input at 2224
               exit paragraph
           end-if
           if ve-status(vote-found-idx) not = "OPEN"
               or ve-mine(vote-found-idx) not = space
               perform 622-release-lock
               display function trim(mt-you-cannot-vote trailing)
                   at 2202
               accept user-input at 2231
               exit paragraph
           end-if
           move username to match-name
           perform 237-find-member
           if roster-found-idx = 0
               perform 622-release-lock
               exit paragraph
           end-if
           if bl-choice-fld = 'Y'
               add 1 to ve-yes(vote-found-idx)
           else
               add 1 to ve-no(vote-found-idx)
           end-if
           move bl-choice-fld to ve-mine(vote-found-idx)
           move search-vote-id to vt-id-fld
           perform 935-build-ballot-line
           perform 950-judge-votes
           perform 960-save-votes
           perform 622-release-lock
           display function trim(mt-your-vote trailing) at 2202
           accept user-input at 2224.

       930-open-vote.
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display function trim(mt-crew-board-busy-try-3 trailing)
                   at 2202
               accept user-input at 2244
               exit paragraph
           end-if
           perform 230-load-roster
           perform 940-load-votes
           perform 950-judge-votes
           move "N" to duplicate-switch
           perform 932-check-duplicate
               varying vote-idx from 1 by 1
               until vote-idx > vote-count
           if vote-already-running or vote-count >= 12
               perform 960-save-votes
               perform 622-release-lock
               display function trim(mt-a-vote trailing) at 2202
               accept user-input at 2237
               exit paragraph
           end-if
           add 1 to vote-max-num
           add 1 to vote-count
           move spaces to ve-id(vote-count)
           string 'V' delimited size
               vote-max-num delimited size
               into ve-id(vote-count)
           move new-vote-type to ve-type(vote-count)
           move new-vote-subject to ve-subject(vote-count)
           move new-vote-amount to ve-amount(vote-count)
           move username to ve-opener(vote-count)
           move crew-today to ve-open(vote-count)
           compute ve-close(vote-count) = function date-of-integer
               (function integer-of-date(crew-today) + vote-days)
           move "OPEN" to ve-status(vote-count)
           move 1 to ve-yes(vote-count)
           move 0 to ve-no(vote-count)
           move 'Y' to ve-mine(vote-count)
           move "N" to ve-dirty(vote-count)
           move ve-id(vote-count) to vt-id-fld
           move 'Y' to bl-choice-fld
           perform 935-build-ballot-line
           move vote-count to vote-idx
           perform 955-judge-one-vote
           move vote-count to vote-idx
           perform 967-build-vote-line
           move vote-line to vote-pending-line
           perform 906-build-question
           perform 960-save-votes
           perform 622-release-lock
           move spaces to mail-text
           string 'Crew vote ' delimited size
               ve-id(vote-count) delimited size
               ': ' delimited size
               function trim(vote-question) delimited size
               ' - vote under Crew Votes by ' delimited size
               ve-close(vote-count) delimited size
               into mail-text
           perform 527-mail-whole-crew
           if ve-status(vote-count) = "OPEN"
               display function trim(mt-vote-opened trailing)
                   at 2202
           else
               display function trim(mt-vote-opened-2 trailing) at 2202
           end-if
           accept user-input at 2241.

       932-check-duplicate.
           if ve-type(vote-idx) = new-vote-type
               and ve-subject(vote-idx) = new-vote-subject
               and (ve-status(vote-idx) = "OPEN"
                   or ve-status(vote-idx) = "PASSED")
               move "Y" to duplicate-switch
           end-if.

       935-build-ballot-line.
           move spaces to ballot-pending-line
           string 'BALLOT|' delimited size
               function trim(my-crew-name) delimited size
               '|' delimited size
               vt-id-fld delimited size
               '|' delimited size
               function trim(username) delimited size
               '|' delimited size
               bl-choice-fld delimited size
               into ballot-pending-line.

       940-load-votes.
           move 0 to vote-count vote-max-num vote-dirty-count
           move spaces to vote-pending-line ballot-pending-line
           move "N" to vote-eof-switch
           open input vote-file
           if vote-status = "00"
               perform 945-read-vote-line
                   until end-of-votes
               close vote-file
           end-if.

       945-read-vote-line.
           read vote-file into vote-line
               at end move "Y" to vote-eof-switch
           end-read
           if end-of-votes
               exit paragraph
           end-if
           move spaces to vt-kind-fld vt-crew-fld vt-id-fld
               vt-type-fld vt-subject-fld vt-amount-fld
               vt-opener-fld vt-open-fld vt-close-fld vt-status-fld
           unstring vote-line delimited by '|'
               into vt-kind-fld vt-crew-fld vt-id-fld vt-type-fld
                   vt-subject-fld vt-amount-fld vt-opener-fld
                   vt-open-fld vt-close-fld vt-status-fld
           end-unstring
           if vt-kind-fld = "VOTE"
               if vt-id-fld(2:5) is numeric
                   and function numval(vt-id-fld(2:5))
                       > vote-max-num
                   compute vote-max-num =
                       function numval(vt-id-fld(2:5))
               end-if
               if function trim(vt-crew-fld)
                       = function trim(my-crew-name)
                   and (vt-status-fld = "OPEN"
                       or vt-status-fld = "PASSED")
                   and vote-count < 12
                   perform 946-add-vote-entry
               end-if
           end-if
           if vt-kind-fld = "BALLOT"
               and function trim(vt-crew-fld)
                   = function trim(my-crew-name)
               move spaces to bl-player-fld
               unstring vote-line delimited by '|'
                   into vt-kind-fld vt-crew-fld vt-id-fld
                       bl-player-fld vt-status-fld
               end-unstring
               move vt-id-fld to search-vote-id
               perform 947-find-vote-id
               move bl-player-fld to match-name
               perform 237-find-member
               if vote-found-idx > 0 and roster-found-idx > 0
                   if vt-status-fld(1:1) = 'Y'
                       add 1 to ve-yes(vote-found-idx)
                   else
                       add 1 to ve-no(vote-found-idx)
                   end-if
                   if function trim(bl-player-fld)
                           = function trim(username)
                       move vt-status-fld(1:1)
                           to ve-mine(vote-found-idx)
                   end-if
               end-if
           end-if.

       946-add-vote-entry.
           add 1 to vote-count
           move vt-id-fld to ve-id(vote-count)
           move vt-type-fld to ve-type(vote-count)
           move vt-subject-fld to ve-subject(vote-count)
           compute ve-amount(vote-count) =
               function numval(vt-amount-fld)
           move vt-opener-fld to ve-opener(vote-count)
           compute ve-open(vote-count) = function numval(vt-open-fld)
           compute ve-close(vote-count) =
               function numval(vt-close-fld)
           move vt-status-fld to ve-status(vote-count)
           move 0 to ve-yes(vote-count) ve-no(vote-count)
           move space to ve-mine(vote-count)
           move "N" to ve-dirty(vote-count).

       947-find-vote-id.
           move 0 to vote-found-idx
           perform 948-match-vote-id
               varying vote-jdx from 1 by 1
               until vote-jdx > vote-count.

       948-match-vote-id.
           if vote-found-idx = 0
               and ve-id(vote-jdx) = search-vote-id
               move vote-jdx to vote-found-idx
           end-if.

       950-judge-votes.
           perform 955-judge-one-vote
               varying vote-idx from 1 by 1
               until vote-idx > vote-count.

       955-judge-one-vote.
           evaluate ve-status(vote-idx)
               when "OPEN"
                   if ve-yes(vote-idx) * 2 > roster-count
                       perform 957-vote-passed
                   else
                       if ve-no(vote-idx) * 2 >= roster-count
                           move "FAILED" to ve-status(vote-idx)
                           perform 958-mark-vote-dirty
                       else
                           if crew-today > ve-close(vote-idx)
                               move "EXPIRED" to ve-status(vote-idx)
                               perform 958-mark-vote-dirty
                           end-if
                       end-if
                   end-if
               when "PASSED"
                   if crew-today > ve-close(vote-idx)
                       move "EXPIRED" to ve-status(vote-idx)
                       perform 958-mark-vote-dirty
                   end-if
           end-evaluate.

       957-vote-passed.
           perform 958-mark-vote-dirty
           perform 906-build-question
           if ve-type(vote-idx) not = "FOUNDER"
               move "PASSED" to ve-status(vote-idx)
               compute ve-close(vote-idx) = function date-of-integer
                   (function integer-of-date(crew-today) + vote-days)
               move ve-opener(vote-idx) to mail-to
               move spaces to mail-text
               string 'Crew vote passed: ' delimited size
                   function trim(vote-question) delimited size
                   ' - go ahead by ' delimited size
                   ve-close(vote-idx) delimited size
                   into mail-text
               perform 710-post-mail
               exit paragraph
           end-if
           move ve-subject(vote-idx) to match-name
           perform 237-find-member
           if roster-found-idx = 0
               move "FAILED" to ve-status(vote-idx)
               exit paragraph
           end-if
           if roster-founder-idx > 0
               move "MEMBER" to rs-role(roster-founder-idx)
           end-if
           move "FOUNDER" to rs-role(roster-found-idx)
           move roster-found-idx to roster-founder-idx
           perform 870-save-roster
           move "USED" to ve-status(vote-idx)
           move ve-subject(vote-idx) to mail-to
           move spaces to mail-text
           string 'The crew voted you founder of ' delimited size
               function trim(my-crew-name) delimited size
               '.' delimited size
               into mail-text
           perform 710-post-mail.

       958-mark-vote-dirty.
           if ve-dirty(vote-idx) not = "Y"
               move "Y" to ve-dirty(vote-idx)
               add 1 to vote-dirty-count
           end-if.

       960-save-votes.
           if vote-dirty-count = 0
               and vote-pending-line = spaces
               and ballot-pending-line = spaces
               exit paragraph
           end-if
           open output vote-temp-file
           if vote-temp-status not = "00"
               exit paragraph
           end-if
           move "N" to vote-eof-switch
           open input vote-file
           if vote-status = "00"
               perform 965-copy-vote-line
                   until end-of-votes
               close vote-file
           end-if
           if vote-pending-line not = spaces
               write vote-temp-record from vote-pending-line
           end-if
           if ballot-pending-line not = spaces
               write vote-temp-record from ballot-pending-line
           end-if
           close vote-temp-file
           move "N" to vote-eof-switch
           open input vote-temp-file
           open output vote-file
           if vote-temp-status = "00" and vote-status = "00"
               perform 970-copy-vote-back
                   until end-of-votes
           end-if
           close vote-temp-file
           close vote-file
           move 0 to vote-dirty-count
           move spaces to vote-pending-line ballot-pending-line.

       965-copy-vote-line.
           read vote-file into vote-line
               at end move "Y" to vote-eof-switch
           end-read
           if end-of-votes
               exit paragraph
           end-if
           move spaces to vt-kind-fld vt-crew-fld vt-id-fld
           unstring vote-line delimited by '|'
               into vt-kind-fld vt-crew-fld vt-id-fld
           end-unstring
           if vt-kind-fld = "VOTE"
               and function trim(vt-crew-fld)
                   = function trim(my-crew-name)
               move vt-id-fld to search-vote-id
               perform 947-find-vote-id
               if vote-found-idx > 0
                   if ve-dirty(vote-found-idx) = "Y"
                       move vote-found-idx to vote-idx
                       perform 967-build-vote-line
                   end-if
               end-if
           end-if
           write vote-temp-record from vote-line.

       967-build-vote-line.
           move spaces to vote-line
           string 'VOTE|' delimited size
               function trim(my-crew-name) delimited size
               '|' delimited size
               ve-id(vote-idx) delimited size
               '|' delimited size
               function trim(ve-type(vote-idx)) delimited size
               '|' delimited size
               function trim(ve-subject(vote-idx)) delimited size
               '|' delimited size
               ve-amount(vote-idx) delimited size
               '|' delimited size
               function trim(ve-opener(vote-idx)) delimited size
               '|' delimited size
               ve-open(vote-idx) delimited size
               '|' delimited size
               ve-close(vote-idx) delimited size
               '|' delimited size
               function trim(ve-status(vote-idx)) delimited size
               into vote-line.

       970-copy-vote-back.
           read vote-temp-file
               at end move "Y" to vote-eof-switch
           end-read
           if not end-of-votes
               write vote-record from vote-temp-record
           end-if.

       980-check-passed-vote.
           move "N" to vote-clear-switch
           move spaces to passed-vote-id
           perform 230-load-roster
           perform 940-load-votes
           perform 982-match-passed-vote
               varying vote-idx from 1 by 1
               until vote-idx > vote-count.

       982-match-passed-vote.
           if ve-type(vote-idx) = new-vote-type
               and ve-subject(vote-idx) = new-vote-subject
               and ve-status(vote-idx) = "PASSED"
               and ve-close(vote-idx) >= crew-today
               and ve-amount(vote-idx) >= new-vote-amount
               move "Y" to vote-clear-switch
               move ve-id(vote-idx) to passed-vote-id
           end-if.

       985-use-passed-vote.
           move "crews" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               exit paragraph
           end-if
           perform 230-load-roster
           perform 940-load-votes
           move passed-vote-id to search-vote-id
           perform 947-find-vote-id
           if vote-found-idx > 0
               move vote-found-idx to vote-idx
               move "USED" to ve-status(vote-idx)
               perform 958-mark-vote-dirty
           end-if
           perform 960-save-votes
           perform 622-release-lock.

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
           perform 590-read-response.

       740-log-heist-txn.
           perform 745-next-txn-id
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(heist-txn-player) delimited size
               '0' delimited size
               '|' delimited size
               txn-date delimited size
               '||' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
               write txn-log-record from txn-log-line
           end-if
           close txn-log-file
           if heist-txn-dir = "HEISTBUY" or heist-txn-dir = "HEISTWIN"
               or heist-txn-dir = "HEISTREF"
               move heist-txn-dir to ledger-kind
               move heist-txn-player to ledger-player
               move heist-txn-amt to ledger-amount
               move heist-target to ledger-ref
               move spaces to ledger-ref-date
               perform 750-post-crew-ledger
           end-if.

       750-post-crew-ledger.
           accept ledger-date from date yyyymmdd
           accept ledger-time from time
           move spaces to crew-ledger-line
           if ledger-kind = "PERKBUY" or ledger-kind = "HEISTCUT"
               or ledger-kind = "WARSTAKE" or ledger-kind = "WARREF"
               move ledger-treasury to ledger-treasury-disp
               string function trim(my-crew-name) delimited size
                   '|' delimited size
                   ledger-date delimited size
                   '|' delimited size
                   ledger-time delimited size
                   '|' delimited size
                   function trim(ledger-kind) delimited size
                   '|' delimited size
                   function trim(ledger-player) delimited size
                   '|' delimited size
                   ledger-amount delimited size
                   '|' delimited size
                   function trim(ledger-treasury-disp) delimited size
                   '|' delimited size
                   function trim(ledger-ref) delimited size
                   '|' delimited size
                   ledger-ref-date delimited size
                   into crew-ledger-line
           else
               string function trim(my-crew-name) delimited size
                   '|' delimited size
                   ledger-date delimited size
                   '|' delimited size
                   ledger-time delimited size
                   '|' delimited size
                   function trim(ledger-kind) delimited size
                   '|' delimited size
                   function trim(ledger-player) delimited size
                   '|' delimited size
                   ledger-amount delimited size
                   '||' delimited size
                   function trim(ledger-ref) delimited size
                   '|' delimited size
                   into crew-ledger-line
           end-if
           open extend crew-ledger-file
           if crew-ledger-status not = "00"
               open output crew-ledger-file
           end-if
           if crew-ledger-status = "00"
               write crew-ledger-record from crew-ledger-line
           end-if
           close crew-ledger-file.

       745-next-txn-id.
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

       710-post-mail.
           move spaces to mail-log-path
           if mail-log-status = "00"
               write mail-log-record from mail-log-line
           end-if
           close mail-log-file
           move mail-to to notify-to
           move "CREW" to notify-category
           perform 715-spool-notice.

       715-spool-notice.
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

       591-generate-ticket.
           accept ticket-clock from time
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
