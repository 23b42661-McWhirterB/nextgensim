       environment division.
       input-output section.
           select save-file assign to
               save-path
               organization is line sequential
               file status is save-status.
           select profiles-file assign to
               "./jobber_profiles.dat"
               organization is line sequential
               file status is profiles-status.
           select tamper-log-file assign to
               "./NGM/logs/jobber_tamper.dat"
               organization is line sequential
               file status is tamper-log-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
               organization is line sequential
       file section.
           fd save-file.
           01 save-record pic x(80).
           fd profiles-file.
           01 profiles-record pic x(40).
           fd tamper-log-file.
           01 tamper-log-record pic x(150).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd txn-log-file.
           05 shift-tick    pic 9(1).
           05 shift-ticks   pic 9(1) value 3.
           05 shift-earned  pic s9(6) value 0.
           05 art-name      pic x(12).
           05 art-repeat    pic 9(3).

       01  promotion.
           05 promotion-price pic 9(7) value 0.

       01  save-work.
           05 save-status   pic x(2).
           05 save-path     pic x(60).
           05 save-line     pic x(80).
           05 sv-money-fld  pic x(10).
           05 sv-level-fld  pic x(4).
           05 sv-shifts-fld pic x(6).
           05 sv-date-fld   pic x(8).
           05 sv-xfer-fld   pic x(8).
           05 sv-flag-fld   pic x(1).
           05 sv-check-fld  pic x(10).
           05 last-xfer-date pic 9(8) value 0.
           05 save-flag     pic x(1) value space.
               88 save-trusted value space.
               88 save-tampered value "T".
               88 save-legacy value "L".
           05 save-data     pic x(80).
           05 check-value   pic 9(10).
           05 check-text    pic x(10).
           05 check-pos     pic 9(2).
           05 check-char    pic x(1).
           05 check-seed    pic x(12) value "JOBBER-SEAL".

       01  profile-work.
           05 player-name   pic x(20) value spaces.
           05 profiles-status pic x(2).
           05 profiles-eof-switch pic x(1) value "N".
               88 end-of-profiles value "Y".
           05 profile-count pic 9(2) value 0.
           05 profile-idx   pic 9(2).
           05 profile-row   pic 9(2).
           05 profile-pick  pic x(2).
           05 profile-pick-num pic 9(2).
           05 profile-entry occurs 50 times.
               10 pf-name   pic x(20).
               10 pf-last   pic 9(8).
           05 pf-name-fld   pic x(20).
           05 pf-last-fld   pic x(8).
           05 name-bad-count pic 9(2).
           05 name-idx      pic 9(2).
           05 profile-found-switch pic x(1).
               88 profile-found value "Y".
           05 disp-pick     pic z9.

       01  tamper-post.
           05 tamper-log-status pic x(2).
           05 tamper-log-line  pic x(150).
           05 tamper-reason    pic x(10).
           05 tamper-date      pic 9(8).
           05 tamper-time      pic 9(8).
           05 legacy-claim-switch pic x(1) value "N".
               88 legacy-claimed value "Y".

       01  bridge-work.
           05 file-status   pic x(2).
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "jobber".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
           05 txn-log-line      pic x(100).
           05 txn-timestamp     pic 9(8).
           05 txn-date          pic 9(8).
           05 txn-id            pic x(18).
           05 txn-id-date       pic 9(8).
           05 txn-id-time       pic 9(8).
           05 txn-id-seq        pic 9(2) value 0.

       01  mail-post.
           05 mail-log-status   pic x(2).

       procedure division.
       000-main.
           perform 005-choose-profile
           perform 010-load-save
           perform 020-apply-idle-earnings
           perform 100-main-menu
           goback.

       005-choose-profile.
           perform 030-load-profiles
           display erase screen
           display '=== JOBBER ===' at 0202
           display 'Who is clocking in?' at 0302
           move 5 to profile-row
           perform 035-show-profile-line
               varying profile-idx from 1 by 1
               until profile-idx > profile-count
                   or profile-idx > 12
           if profile-count = 0
               display 'No one has worked here yet.' at 0502
           end-if
           display 'Number to pick, N = new or other player: ' at 1802
           move spaces to profile-pick
           accept profile-pick at 1844
           move spaces to player-name
           if profile-pick is numeric
               or (profile-pick(1:1) is numeric
                   and profile-pick(2:1) = space)
               compute profile-pick-num =
                   function numval(profile-pick)
               if profile-pick-num > 0
                   and profile-pick-num <= profile-count
                   and profile-pick-num <= 12
                   move pf-name(profile-pick-num) to player-name
               end-if
           end-if
           if profile-pick = 'N' or profile-pick = 'n'
               perform 040-ask-player-name
           end-if
           if player-name = spaces
               perform 005-choose-profile
           end-if
           move spaces to save-path
           string './jobber_save_' delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into save-path
           perform 045-touch-profile.

       030-load-profiles.
           move 0 to profile-count
           move "N" to profiles-eof-switch
           open input profiles-file
           if profiles-status = "00"
               perform 031-read-profile-line
                   until end-of-profiles
               close profiles-file
           end-if.

       031-read-profile-line.
           read profiles-file
               at end move "Y" to profiles-eof-switch
           end-read
           if not end-of-profiles and profile-count < 50
               move spaces to pf-name-fld pf-last-fld
               unstring profiles-record delimited by '|'
                   into pf-name-fld pf-last-fld
               end-unstring
               if pf-name-fld not = spaces
                   add 1 to profile-count
                   move pf-name-fld to pf-name(profile-count)
                   compute pf-last(profile-count) =
                       function numval(pf-last-fld)
               end-if
           end-if.

       035-show-profile-line.
           move profile-idx to disp-pick
           display disp-pick at line profile-row column 2
           display '. ' at line profile-row column 4
           display pf-name(profile-idx) at line profile-row column 6
           if pf-last(profile-idx) not = 0
               display 'last in ' at line profile-row column 28
               display pf-last(profile-idx)
                   at line profile-row column 36
           end-if
           add 1 to profile-row.

       040-ask-player-name.
           display 'Your name (no spaces): ' at 1902
           accept player-name at 1925
           move function trim(player-name) to player-name
           move spaces to pf-name-fld pf-last-fld
           unstring player-name delimited by all space
               into pf-name-fld pf-last-fld
           end-unstring
           move 0 to name-bad-count
           perform 041-check-name-char
               varying name-idx from 1 by 1
               until name-idx > 20
           if name-bad-count > 0 or pf-last-fld not = spaces
               display 'Letters and digits only, please.' at 2002
               display 'Press any key to continue...' at 2102
               accept user-input at 2131
               move spaces to player-name
           end-if.

       041-check-name-char.
           if player-name(name-idx:1) not = space
               and (player-name(name-idx:1) < "A"
                   or player-name(name-idx:1) > "Z")
               and (player-name(name-idx:1) < "a"
                   or player-name(name-idx:1) > "z")
               and (player-name(name-idx:1) < "0"
                   or player-name(name-idx:1) > "9")
               add 1 to name-bad-count
           end-if.

       045-touch-profile.
           accept today-date from date yyyymmdd
           move "N" to profile-found-switch
           perform 046-match-profile
               varying profile-idx from 1 by 1
               until profile-idx > profile-count or profile-found
           if profile-found
               subtract 1 from profile-idx
               move today-date to pf-last(profile-idx)
           else
               if profile-count < 50
                   add 1 to profile-count
                   move player-name to pf-name(profile-count)
                   move today-date to pf-last(profile-count)
               end-if
           end-if
           open output profiles-file
           if profiles-status = "00"
               perform 047-write-profile-line
                   varying profile-idx from 1 by 1
                   until profile-idx > profile-count
               close profiles-file
           end-if.

       046-match-profile.
           if pf-name(profile-idx) = player-name
               move "Y" to profile-found-switch
           end-if.

       047-write-profile-line.
           move spaces to profiles-record
           string function trim(pf-name(profile-idx)) delimited size
               '|' delimited size
               pf-last(profile-idx) delimited size
               into profiles-record
           write profiles-record.

       010-load-save.
           move 0 to job-money shifts-worked last-save-date
               last-xfer-date idle-earned
           move 1 to job-level
           move space to save-flag
           open input save-file
           if save-status not = "00"
               perform 050-claim-shared-save
           else
               read save-file into save-line
                   at end continue
               end-read
               close save-file
               move spaces to sv-money-fld sv-level-fld
                   sv-shifts-fld sv-date-fld sv-xfer-fld
                   sv-flag-fld sv-check-fld
               unstring save-line delimited by '|'
                   into sv-money-fld sv-level-fld
                       sv-shifts-fld sv-date-fld sv-xfer-fld
                       sv-flag-fld sv-check-fld
               end-unstring
               compute job-money = function numval(sv-money-fld)
               compute job-level = function numval(sv-level-fld)
               if job-level = 0
                   move 1 to job-level
               end-if
               move sv-flag-fld to save-flag
               perform 016-compute-check
               if sv-check-fld not = check-text
                   and save-trusted
                   move "T" to save-flag
                   move "TAMPERED" to tamper-reason
                   perform 018-log-tamper
               end-if
           end-if.

       016-compute-check.
           move spaces to save-data
           string function trim(player-name) delimited size
               '|' delimited size
               job-money delimited size
               '|' delimited size
               job-level delimited size
               '|' delimited size
               shifts-worked delimited size
               '|' delimited size
               last-save-date delimited size
               '|' delimited size
               last-xfer-date delimited size
               '|' delimited size
               save-flag delimited size
               '|' delimited size
               check-seed delimited size
               into save-data
           move 7 to check-value
           perform 017-check-one-char
               varying check-pos from 1 by 1
               until check-pos > 80
           move check-value to check-text.

       017-check-one-char.
           move save-data(check-pos:1) to check-char
           compute check-value = function mod(
               check-value * 31 + function ord(check-char),
               999999937).

       018-log-tamper.
           accept tamper-date from date yyyymmdd
           accept tamper-time from time
           move job-money to disp-money
           move spaces to tamper-log-line
           string tamper-date delimited size
               '|' delimited size
               tamper-time delimited size
               '|' delimited size
               function trim(player-name) delimited size
               '|' delimited size
               function trim(tamper-reason) delimited size
               '|' delimited size
               function trim(disp-money) delimited size
               '|' delimited size
               function trim(save-path) delimited size
               into tamper-log-line
           open extend tamper-log-file
           if tamper-log-status not = "00"
               open output tamper-log-file
           end-if
           if tamper-log-status = "00"
               write tamper-log-record from tamper-log-line
               close tamper-log-file
           end-if.

       050-claim-shared-save.
           move "./jobber_save.dat" to save-path
           open input save-file
           if save-status not = "00"
               perform 055-set-own-path
               exit paragraph
           end-if
           read save-file into save-line
               at end move spaces to save-line
           end-read
           close save-file
           if save-line = spaces
               perform 055-set-own-path
               exit paragraph
           end-if
           display erase screen
           display 'An old shared Jobber save was found.' at 0202
           display 'Claim it as yours? Y/N: ' at 0402
           accept user-input at 0426
           if user-input not = 'Y' and user-input not = 'y'
               perform 055-set-own-path
               exit paragraph
           end-if
           move spaces to sv-money-fld sv-level-fld
               sv-shifts-fld sv-date-fld sv-xfer-fld
           unstring save-line delimited by '|'
               into sv-money-fld sv-level-fld
                   sv-shifts-fld sv-date-fld sv-xfer-fld
           end-unstring
           compute job-money = function numval(sv-money-fld)
           compute job-level = function numval(sv-level-fld)
           compute shifts-worked = function numval(sv-shifts-fld)
           compute last-save-date = function numval(sv-date-fld)
           compute last-xfer-date = function numval(sv-xfer-fld)
           if job-level = 0
               move 1 to job-level
           end-if
           open output save-file
           if save-status = "00"
               close save-file
           end-if
           perform 055-set-own-path
           move "L" to save-flag
           move "LEGACY" to tamper-reason
           perform 018-log-tamper
           perform 015-write-save.

       055-set-own-path.
           move spaces to save-path
           string './jobber_save_' delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into save-path.

       015-write-save.
           accept today-date from date yyyymmdd
           move today-date to last-save-date
           perform 016-compute-check
           open output save-file
           if save-status = "00"
               move spaces to save-line
                   last-save-date delimited size
                   '|' delimited size
                   last-xfer-date delimited size
                   '|' delimited size
                   save-flag delimited size
                   '|' delimited size
                   check-text delimited size
                   into save-line
               write save-record from save-line
               close save-file
           display erase screen
           display '=== JOBBER ===' at 0202
           display 'A Cautionary Idler' at 0302
           display function trim(player-name) at 0240
           if idle-earned > 0
               move idle-earned to disp-money
               display 'The job went on without you: +$' at 0402
           display 'Job Level:' at 0702 disp-level at 0713
           move shifts-worked to disp-count
           display 'Shifts Worked:' at 0802 disp-count at 0817
           if save-tampered
               display 'This save failed its check - wiring is off.'
                   at 0902
           end-if
           if save-legacy
               display 'Claimed shared save - wiring is off.' at 0902
           end-if
           display '1. Work a Shift' at 1002
           display '2. Buy a Promotion' at 1102
           display '3. Save and Quit' at 1202

       210-shift-tick.
           display erase screen
           move "DESK" to art-name
           move 1 to art-repeat
           call "./NGM/utils/artplay" using art-name art-repeat
           compute shift-earned = shift-earned
               + job-level * 5
           accept user-input at 1540.
           perform 410-load-bridge-tunables
           display erase screen
           display '=== WIRE MONEY TO NEXTGEN ===' at 0202
           if not save-trusted
               display 'This save did not pass its check, so the'
                   at 0402
               display 'wire desk will not touch it. Ops have been'
                   at 0502
               display 'told. Jobber play can carry on as usual.'
                   at 0602
               display 'Press any key to continue...' at 0802
               accept user-input at 0831
               perform 100-main-menu
           end-if
           move job-money to disp-money
           display 'Jobber money: $' at 0402 disp-money at 0417
           move jobber-rate to disp-rate
           end-if.

       420-log-bridge-txn.
           perform 425-next-txn-id
           move spaces to txn-log-path
           string './NGM/logs/txn_' delimited size
               function trim(xfer-target) delimited size
               '0' delimited size
               '|' delimited size
               txn-date delimited size
               '||' delimited size
               txn-id delimited size
               into txn-log-line
           open extend txn-log-file
           if txn-log-status = "00"
           end-if
           close txn-log-file.

       425-next-txn-id.
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

       430-mail-bridge-note.
           move spaces to mail-log-path
           string './NGM/logs/mail_' delimited size
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
       999-save-and-quit.
           perform 015-write-save
           display erase screen
           display 'Your save is kept in ' at 0202
           display function trim(save-path) at 0223
           display 'The job will be here when you return.' at 0302
           display 'It always is.' at 0402
           display 'Press any key to continue...' at 0602
           accept user-input at 0629
           goback.

       end program jobber.
