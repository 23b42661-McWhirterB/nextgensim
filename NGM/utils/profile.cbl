               noto-path
               organization is line sequential
               file status is noto-status.
           select annual-file assign to
               annual-path
               organization is line sequential
               file status is annual-status.
           select rivals-file assign to
               rivals-path
               organization is line sequential
               file status is rivals-status.
           select hackidx-file assign to
               hackidx-path
               organization is line sequential
               file status is hackidx-status.
           select bounty-file assign to
               "./NGM/logs/bounty_board.dat"
               organization is line sequential
               file status is bounty-status.
           select season-file assign to
               "./NGM/data/season.dat"
               organization is line sequential
               file status is season-status.
           select season-score-file assign to
               season-score-path
               organization is line sequential
               file status is season-score-status.
           select players-file assign to
               "./NGM/data/players.dat"
               organization is line sequential
               file status is players-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
               organization is line sequential
               file status is tunables-status.
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
           01 lifetime-record pic x(120).
           fd noto-file.
           01 noto-record pic x(30).
           fd annual-file.
           01 annual-record pic x(150).
           fd rivals-file.
           01 rivals-record pic x(80).
           fd hackidx-file.
           01 hackidx-record pic x(100).
           fd bounty-file.
           01 bounty-record pic x(100).
           fd season-file.
           01 season-record pic x(80).
           fd season-score-file.
           01 season-score-record pic x(40).
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).

       working-storage section.
       01  local-data.
               88 end-of-achs value "Y".
           05 ach-earned-count  pic 9(3) value 0.

       01  annual-view.
           05 annual-status     pic x(2).
           05 annual-path       pic x(60).
           05 annual-eof-switch pic x(1) value "N".
               88 end-of-annual value "Y".
           05 an-row-fld        pic x(6).
           05 an-year-fld       pic x(4).
           05 an-fld3           pic x(12).
           05 an-fld4           pic x(12).
           05 an-fld5           pic x(12).
           05 an-fld6           pic x(12).
           05 an-fld7           pic x(8).
           05 an-fld8           pic x(12).
           05 an-fld9           pic x(8).
           05 an-fld10          pic x(12).
           05 an-fld11          pic x(12).
           05 an-fld12          pic x(12).
           05 year-pick         pic x(4).
           05 year-list         pic x(50).
           05 year-list-ptr     pic 9(3).
           05 year-shown        pic x(4).
           05 annual-year-count pic 9(3) value 0.
           05 annual-kind-count pic 9(2) value 0.
           05 annual-row        pic 9(2).
           05 annual-col        pic 9(2).
           05 disp-money        pic -(9)9.

       01  rivals-desk.
           05 rivals-status     pic x(2).
           05 rivals-path       pic x(60).
           05 rivals-line       pic x(80).
           05 rivals-eof-switch pic x(1) value "N".
               88 end-of-rivals value "Y".
           05 rivals-done-switch pic x(1) value "N".
               88 rivals-done value "Y".
           05 rv-kind-fld       pic x(6).
           05 rv-name-fld       pic x(20).
           05 rv-pinned-fld     pic x(8).
           05 rv-ahead-fld      pic x(1).
           05 rv-season-fld     pic x(10).
           05 rv-count          pic 9(2) value 0.
           05 rv-idx            pic 9(2).
           05 rv-entry occurs 10 times.
               10 rv-name       pic x(20).
               10 rv-pinned     pic x(8).
               10 rv-ahead      pic x(1).
               10 rv-season     pic x(10).
               10 rv-my-wins    pic 9(5).
               10 rv-my-losses  pic 9(5).
               10 rv-their-wins pic 9(5).
               10 rv-their-losses pic 9(5).
               10 rv-last-date  pic x(8).
               10 rv-bounty-out pic 9(7).
               10 rv-bounty-in  pic 9(7).
               10 rv-has-score  pic x(1).
               10 rv-earned     pic s9(9).
               10 rv-rank       pic 9(5).
           05 rv-scan-name      pic x(20).
           05 rv-found-switch   pic x(1).
               88 rv-found value "Y".
           05 rv-found-idx      pic 9(2).
           05 rv-pick           pic x(2).
           05 rv-pick-num       pic 9(2).
           05 rv-new-name       pic x(20).
           05 rv-action         pic x(1).
           05 rv-message        pic x(50).
           05 rv-today          pic 9(8).
           05 rv-row            pic 9(2).
           05 hack-fee          pic 9(5) value 500.
           05 hackidx-status    pic x(2).
           05 hackidx-path      pic x(60).
           05 hx-eof-switch     pic x(1) value "N".
               88 end-of-hackidx value "Y".
           05 hx-attacker       pic x(20).
           05 hx-target         pic x(20).
           05 hx-level          pic x(4).
           05 hx-outcome        pic x(8).
           05 hx-time-fld       pic x(8).
           05 hx-date-fld       pic x(8).
           05 bounty-status     pic x(2).
           05 bounty-eof-switch pic x(1) value "N".
               88 end-of-bounties value "Y".
           05 bt-kind-fld       pic x(8).
           05 bt-poster-fld     pic x(20).
           05 bt-target-fld     pic x(20).
           05 bt-amount-fld     pic x(8).
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).

       01  rival-season.
           05 season-status     pic x(2).
           05 season-score-status pic x(2).
           05 season-score-path pic x(60).
           05 season-score-line pic x(40).
           05 season-kind-fld   pic x(8).
           05 season-id         pic x(10) value spaces.
           05 season-start-fld  pic x(8).
           05 season-end-fld    pic x(8).
           05 ss-earned-fld     pic x(12).
           05 ss-wins-fld       pic x(8).
           05 score-player      pic x(20).
           05 score-found-switch pic x(1).
               88 score-found value "Y".
           05 score-earned      pic s9(9).
           05 my-has-score      pic x(1).
           05 my-earned         pic s9(9).
           05 my-rank           pic 9(5).
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 player-name       pic x(20).
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).
           05 registered-switch pic x(1).
               88 is-registered value "Y".

       01  rival-display.
           05 disp-rv-num       pic z9.
           05 disp-rv-wins      pic zz9.
           05 disp-rv-losses    pic zz9.
           05 disp-rv-money     pic z(6)9.
           05 disp-rv-rank      pic z(3)9.

       01  profile-display.
           05 disp-count        pic z(4)9.
           05 disp-earned       pic -(8)9.
           05 disp-rate         pic zz9.

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
           05 msg-base          pic 9(4) value 4900.
           05 msg-count         pic 9(3) value 57.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 57 times.
           05 prefs-status      pic x(2).
           05 prefs-path        pic x(60).
           05 prefs-line        pic x(40).
           05 prefs-eof-switch  pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld       pic x(10).
           05 pf-value-fld      pic x(10).

       01  screen-text-defaults.
           05 filler pic x(50) value
               '=== CAREER PROFILE:'.
           05 filler pic x(50) value
               'Playing since:'.
           05 filler pic x(50) value
               'Total sessions:'.
           05 filler pic x(50) value
               'Work shifts:'.
           05 filler pic x(50) value
               'Biggest session: +$'.
           05 filler pic x(50) value
               'LIFETIME EARNINGS BY TRACK'.
           05 filler pic x(50) value
               'Management: $'.
           05 filler pic x(50) value
               'Hacker:     $'.
           05 filler pic x(50) value
               'Security:   $'.
           05 filler pic x(50) value
               'HACKING RECORD'.
           05 filler pic x(50) value
               'Attempts:'.
           05 filler pic x(50) value
               'Successes:'.
           05 filler pic x(50) value
               'Success rate:'.
           05 filler pic x(50) value
               'Notoriety:'.
           05 filler pic x(50) value
               '(MARKED)'.
           05 filler pic x(50) value
               'Prestiges:'.
           05 filler pic x(50) value
               'Achievements:'.
           05 filler pic x(50) value
               'Y = yearly money summaries, R = rivals,'.
           05 filler pic x(50) value
               'any other key to continue...'.
           05 filler pic x(50) value
               '=== YEARLY MONEY SUMMARY:'.
           05 filler pic x(50) value
               'No year has been closed for you yet.'.
           05 filler pic x(50) value
               'Press any key to continue...'.
           05 filler pic x(50) value
               'Years on file:'.
           05 filler pic x(50) value
               'Year to view (blank = latest):'.
           05 filler pic x(50) value
               'That year is not on file.'.
           05 filler pic x(50) value
               'YEAR'.
           05 filler pic x(50) value
               'Opening balance: $'.
           05 filler pic x(50) value
               'Closing balance: $'.
           05 filler pic x(50) value
               'Biggest win:     $'.
           05 filler pic x(50) value
               'on'.
           05 filler pic x(50) value
               'Biggest loss:    $'.
           05 filler pic x(50) value
               'Interest earned: $'.
           05 filler pic x(50) value
               'Taxes paid:      $'.
           05 filler pic x(50) value
               'Fees paid:       $'.
           05 filler pic x(50) value
               'Transactions:'.
           05 filler pic x(50) value
               'TOTALS BY KIND'.
           05 filler pic x(50) value
               '=== RIVALS:'.
           05 filler pic x(50) value
               'No season is running.'.
           05 filler pic x(50) value
               'Season'.
           05 filler pic x(50) value
               '- your rank:'.
           05 filler pic x(50) value
               'NO RIVAL           YOU W/L  THEY W/L'.
           05 filler pic x(50) value
               'TOOK $  LOST $  LAST     RANK BOUNTY'.
           05 filler pic x(50) value
               'No rivals pinned yet - press A to add one.'.
           05 filler pic x(50) value
               'TOOK/LOST = successful hacks x hack fee.'.
           05 filler pic x(50) value
               'BOUNTY: OUT = yours on them, IN = theirs on you.'.
           05 filler pic x(50) value
               'A) Add rival  D) Drop rival  other = back:'.
           05 filler pic x(50) value
               'BOTH'.
           05 filler pic x(50) value
               'OUT'.
           05 filler pic x(50) value
               'IN'.
           05 filler pic x(50) value
               'Rival username:'.
           05 filler pic x(50) value
               'Rival number to drop:'.
           05 filler pic x(50) value
               'You already have ten rivals - drop one first.'.
           05 filler pic x(50) value
               'You cannot be your own rival.'.
           05 filler pic x(50) value
               'That player is already pinned.'.
           05 filler pic x(50) value
               'No active player by that name.'.
           05 filler pic x(50) value
               'Rival pinned.'.
           05 filler pic x(50) value
               'Rival dropped.'.
       01  screen-text.
           05 mt-career-profile    pic x(50).
           05 mt-playing-since     pic x(50).
           05 mt-total-sessions    pic x(50).
           05 mt-work-shifts       pic x(50).
           05 mt-biggest-session   pic x(50).
           05 mt-lifetime-earnings pic x(50).
           05 mt-management        pic x(50).
           05 mt-hacker            pic x(50).
           05 mt-security          pic x(50).
           05 mt-hacking-record    pic x(50).
           05 mt-attempts          pic x(50).
           05 mt-successes         pic x(50).
           05 mt-success-rate      pic x(50).
           05 mt-notoriety         pic x(50).
           05 mt-marked            pic x(50).
           05 mt-prestiges         pic x(50).
           05 mt-achievements      pic x(50).
           05 mt-y-yearly-money    pic x(50).
           05 mt-any-other-key     pic x(50).
           05 mt-yearly-money      pic x(50).
           05 mt-no-year           pic x(50).
           05 mt-press-any-key     pic x(50).
           05 mt-years-on-file     pic x(50).
           05 mt-year-to-view-blank pic x(50).
           05 mt-that-year-is-not  pic x(50).
           05 mt-year              pic x(50).
           05 mt-opening-balance   pic x(50).
           05 mt-closing-balance   pic x(50).
           05 mt-biggest-win       pic x(50).
           05 mt-on                pic x(50).
           05 mt-biggest-loss      pic x(50).
           05 mt-interest-earned   pic x(50).
           05 mt-taxes-paid        pic x(50).
           05 mt-fees-paid         pic x(50).
           05 mt-transactions      pic x(50).
           05 mt-totals-by-kind    pic x(50).
           05 mt-rivals            pic x(50).
           05 mt-no-season         pic x(50).
           05 mt-season            pic x(50).
           05 mt-your-rank         pic x(50).
           05 mt-no-rival-you-w    pic x(50).
           05 mt-took-lost-last-rank pic x(50).
           05 mt-no-rivals-pinned  pic x(50).
           05 mt-took-lost         pic x(50).
           05 mt-bounty-out-yours  pic x(50).
           05 mt-a-add-rival-d     pic x(50).
           05 mt-both              pic x(50).
           05 mt-out               pic x(50).
           05 mt-in                pic x(50).
           05 mt-rival-username    pic x(50).
           05 mt-rival-number      pic x(50).
           05 mt-ten-rivals        pic x(50).
           05 mt-not-own-rival     pic x(50).
           05 mt-already-pinned    pic x(50).
           05 mt-no-active-player  pic x(50).
           05 mt-rival-pinned      pic x(50).
           05 mt-rival-dropped     pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 57 times.

       linkage section.
       01  username       pic x(20).
       01  prestige-count pic 9(3).

       procedure division using username prestige-count.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           perform 150-load-lifetime-summary
           perform 100-scan-career-file
           perform 200-scan-hack-log
           perform 300-display-profile
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

       270-load-notoriety.
           move 0 to noto-value noto-last-date
           move spaces to noto-path

       300-display-profile.
           display erase screen
           display function trim(mt-career-profile trailing) at 0202
           display function trim(username) at 0223
           display ' ===' at 0244
           if first-seen-date not = spaces
               display function trim(mt-playing-since trailing) at 0302
               display first-seen-date at 0317
           end-if
           move session-count to disp-count
           display function trim(mt-total-sessions trailing) at 0502
               disp-count at 0522
           move work-shift-count to disp-count
           display function trim(mt-work-shifts trailing) at 0602
               disp-count at 0622
           move biggest-session to disp-earned
           display function trim(mt-biggest-session trailing) at 0702
               disp-earned at 0722
           display function trim(mt-lifetime-earnings trailing) at 0902
           move earned-management to disp-earned
           display function trim(mt-management trailing) at 1002
               disp-earned at 1016
           move earned-hacker to disp-earned
           display function trim(mt-hacker trailing) at 1102 disp-earned
               at 1116
           move earned-security to disp-earned
           display function trim(mt-security trailing) at 1202
               disp-earned at 1216
           display function trim(mt-hacking-record trailing) at 1402
           move hack-attempts to disp-count
           display function trim(mt-attempts trailing) at 1502
               disp-count at 1513
           move hack-successes to disp-count
           display function trim(mt-successes trailing) at 1602
               disp-count at 1613
           move hack-rate to disp-rate
           display function trim(mt-success-rate trailing) at 1702
               disp-rate at 1716
           display '%' at 1720
           move noto-value to disp-rate
           display function trim(mt-notoriety trailing) at 1730
               disp-rate at 1741
           if noto-value >= 10
               display function trim(mt-marked trailing) at 1746
           end-if
           move prestige-count to disp-count
           display function trim(mt-prestiges trailing) at 1802
               disp-count at 1813
           move ach-earned-count to disp-count
           display function trim(mt-achievements trailing) at 1902
               disp-count at 1916
           display function trim(mt-y-yearly-money trailing)
               at 2102
           display function trim(mt-any-other-key trailing) at 2202
           accept user-input at 2231
           if user-input = 'Y' or user-input = 'y'
               perform 400-annual-summary
           end-if
           if user-input = 'R' or user-input = 'r'
               perform 500-rivals-screen
           end-if.

       400-annual-summary.
           move spaces to annual-path
           string './NGM/logs/annual_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into annual-path
           move 0 to annual-year-count
           move spaces to year-list year-shown
           move 1 to year-list-ptr
           move "N" to annual-eof-switch
           open input annual-file
           if annual-status = "00"
               perform 410-list-year-line
                   until end-of-annual
               close annual-file
           end-if
           display erase screen
           display function trim(mt-yearly-money trailing) at 0202
           display function trim(username) at 0229
           if annual-year-count = 0
               display function trim(mt-no-year trailing) at 0402
               display function trim(mt-press-any-key trailing) at 0602
               accept user-input at 0631
               exit paragraph
           end-if
           display function trim(mt-years-on-file trailing) at 0402
           display function trim(year-list) at 0418
           display function trim(mt-year-to-view-blank trailing) at 0502
           move spaces to year-pick
           accept year-pick at 0534
           if year-pick = spaces
               move year-shown to year-pick
           end-if
           move spaces to year-shown
           move 0 to annual-kind-count
           move "N" to annual-eof-switch
           open input annual-file
           if annual-status = "00"
               perform 420-show-year-line
                   until end-of-annual
               close annual-file
           end-if
           if year-shown = spaces
               display function trim(mt-that-year-is-not trailing)
                   at 0702
           end-if
           display function trim(mt-press-any-key trailing) at 2302
           accept user-input at 2331.

       410-list-year-line.
           read annual-file
               at end move "Y" to annual-eof-switch
           end-read
           if not end-of-annual
               move spaces to an-row-fld an-year-fld
               unstring annual-record delimited by '|'
                   into an-row-fld an-year-fld
               end-unstring
               if an-row-fld = "YEAR"
                   add 1 to annual-year-count
                   move an-year-fld to year-shown
                   if year-list-ptr < 46
                       string an-year-fld delimited size
                           ' ' delimited size
                           into year-list with pointer year-list-ptr
                       end-string
                   end-if
               end-if
           end-if.

       420-show-year-line.
           read annual-file
               at end move "Y" to annual-eof-switch
           end-read
           if not end-of-annual
               move spaces to an-row-fld an-year-fld an-fld3 an-fld4
                   an-fld5 an-fld6 an-fld7 an-fld8 an-fld9 an-fld10
                   an-fld11 an-fld12
               unstring annual-record delimited by '|'
                   into an-row-fld an-year-fld an-fld3 an-fld4
                       an-fld5 an-fld6 an-fld7 an-fld8 an-fld9
                       an-fld10 an-fld11 an-fld12
               end-unstring
               if an-year-fld = year-pick
                   evaluate an-row-fld
                       when "YEAR"
                           perform 430-show-year-totals
                       when "KIND"
                           perform 440-show-kind-total
                   end-evaluate
               end-if
           end-if.

       430-show-year-totals.
           move an-year-fld to year-shown
           display function trim(mt-year trailing) at 0702 an-year-fld
               at 0707
           compute disp-money = function numval(an-fld3)
           display function trim(mt-opening-balance trailing) at 0802
               disp-money at 0820
           compute disp-money = function numval(an-fld4)
           display function trim(mt-closing-balance trailing) at 0902
               disp-money at 0920
           compute disp-money = function numval(an-fld6)
           display function trim(mt-biggest-win trailing) at 1002
               disp-money at 1020
           if an-fld7 not = spaces
               display function trim(mt-on trailing) at 1032 an-fld7
                   at 1035
           end-if
           compute disp-money = function numval(an-fld8)
           display function trim(mt-biggest-loss trailing) at 1102
               disp-money at 1120
           if an-fld9 not = spaces
               display function trim(mt-on trailing) at 1132 an-fld9
                   at 1135
           end-if
           compute disp-money = function numval(an-fld10)
           display function trim(mt-interest-earned trailing) at 1202
               disp-money at 1220
           compute disp-money = function numval(an-fld11)
           display function trim(mt-taxes-paid trailing) at 1302
               disp-money at 1320
           compute disp-money = function numval(an-fld12)
           display function trim(mt-fees-paid trailing) at 1402
               disp-money at 1420
           display function trim(mt-transactions trailing) at 1502
           display function trim(an-fld5) at 1521
           display function trim(mt-totals-by-kind trailing) at 1602.

       440-show-kind-total.
           if annual-kind-count >= 12
               exit paragraph
           end-if
           add 1 to annual-kind-count
           compute annual-row = 16 + annual-kind-count
           move 2 to annual-col
           if annual-kind-count > 6
               compute annual-row = annual-row - 6
               move 40 to annual-col
           end-if
           display an-fld3 at line annual-row column annual-col
           add 11 to annual-col
           display function trim(an-fld4)
               at line annual-row column annual-col
           add 7 to annual-col
           compute disp-money = function numval(an-fld5)
           display '$' at line annual-row column annual-col
           add 1 to annual-col
           display disp-money at line annual-row column annual-col.

       500-rivals-screen.
           perform 525-load-hack-fee
           perform 520-load-season
           move spaces to rv-message
           move "N" to rivals-done-switch
           perform 505-rivals-pass
               until rivals-done.

       505-rivals-pass.
           perform 510-load-rivals
           perform 530-scan-head-to-head
           perform 540-scan-bounties
           perform 550-rank-rivals
           perform 560-show-rivals
           move spaces to rv-message
           move space to rv-action
           accept rv-action at 2258
           evaluate rv-action
               when 'A'
               when 'a'
                   perform 570-add-rival
               when 'D'
               when 'd'
                   perform 580-drop-rival
               when other
                   move "Y" to rivals-done-switch
           end-evaluate.

       510-load-rivals.
           move 0 to rv-count
           move spaces to rivals-path
           string './NGM/logs/rivals_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into rivals-path
           move "N" to rivals-eof-switch
           open input rivals-file
           if rivals-status = "00"
               perform 511-read-rival-line
                   until end-of-rivals
               close rivals-file
           end-if.

       511-read-rival-line.
           read rivals-file into rivals-line
               at end move "Y" to rivals-eof-switch
           end-read
           if end-of-rivals or rv-count >= 10
               exit paragraph
           end-if
           move spaces to rv-kind-fld rv-name-fld rv-pinned-fld
               rv-ahead-fld rv-season-fld
           unstring rivals-line delimited by '|'
               into rv-kind-fld rv-name-fld rv-pinned-fld
                   rv-ahead-fld rv-season-fld
           end-unstring
           if rv-kind-fld not = "RIVAL" or rv-name-fld = spaces
               exit paragraph
           end-if
           add 1 to rv-count
           move rv-name-fld to rv-name(rv-count)
           move rv-pinned-fld to rv-pinned(rv-count)
           move rv-ahead-fld to rv-ahead(rv-count)
           move rv-season-fld to rv-season(rv-count)
           move 0 to rv-my-wins(rv-count) rv-my-losses(rv-count)
               rv-their-wins(rv-count) rv-their-losses(rv-count)
               rv-bounty-out(rv-count) rv-bounty-in(rv-count)
               rv-earned(rv-count) rv-rank(rv-count)
           move spaces to rv-last-date(rv-count)
           move "N" to rv-has-score(rv-count).

       515-save-rivals.
           open output rivals-file
           if rivals-status = "00"
               perform 516-write-rival-line
                   varying rv-idx from 1 by 1
                   until rv-idx > rv-count
               close rivals-file
           end-if.

       516-write-rival-line.
           move spaces to rivals-line
           string 'RIVAL|' delimited size
               function trim(rv-name(rv-idx)) delimited size
               '|' delimited size
               rv-pinned(rv-idx) delimited size
               '|' delimited size
               rv-ahead(rv-idx) delimited size
               '|' delimited size
               function trim(rv-season(rv-idx)) delimited size
               into rivals-line
           write rivals-record from rivals-line.

       517-find-rival.
           if rv-name(rv-idx) = rv-scan-name
               move "Y" to rv-found-switch
               move rv-idx to rv-found-idx
           end-if.

       520-load-season.
           move spaces to season-id
           open input season-file
           if season-status = "00"
               read season-file
                   at end continue
               end-read
               close season-file
               move spaces to season-kind-fld season-start-fld
                   season-end-fld
               unstring season-record delimited by '|'
                   into season-kind-fld season-id
                       season-start-fld season-end-fld
               end-unstring
               accept rv-today from date yyyymmdd
               if season-kind-fld not = "SEASON"
                   or rv-today < function numval(season-start-fld)
                   or rv-today > function numval(season-end-fld)
                   move spaces to season-id
               end-if
           end-if.

       525-load-hack-fee.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 526-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if.

       526-read-tunable-line.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if not end-of-tunables
               move spaces to tunable-name tunable-value-fld
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               if tunable-name = "HACK-FEE"
                   and function numval(tunable-value-fld) > 0
                   compute hack-fee =
                       function numval(tunable-value-fld)
               end-if
           end-if.

       530-scan-head-to-head.
           if rv-count = 0
               exit paragraph
           end-if
           move spaces to hackidx-path
           string './NGM/logs/hackidx_' delimited size
               function trim(username) delimited size
               '.dat' delimited size
               into hackidx-path
           move "N" to hx-eof-switch
           open input hackidx-file
           if hackidx-status = "00"
               perform 531-read-h2h-line
                   until end-of-hackidx
               close hackidx-file
           end-if.

       531-read-h2h-line.
           read hackidx-file
               at end move "Y" to hx-eof-switch
           end-read
           if end-of-hackidx
               exit paragraph
           end-if
           move spaces to hx-attacker hx-target hx-level hx-outcome
               hx-time-fld hx-date-fld
           unstring hackidx-record delimited by '|'
               into hx-attacker hx-target hx-level hx-outcome
                   hx-time-fld hx-date-fld
           end-unstring
           move spaces to rv-scan-name
           if hx-attacker = username
               move hx-target to rv-scan-name
           end-if
           if hx-target = username
               move hx-attacker to rv-scan-name
           end-if
           if rv-scan-name = spaces
               exit paragraph
           end-if
           move "N" to rv-found-switch
           perform 517-find-rival
               varying rv-idx from 1 by 1
               until rv-idx > rv-count or rv-found
           if not rv-found
               exit paragraph
           end-if
           if hx-attacker = username
               if hx-outcome = "SUCCESS"
                   add 1 to rv-my-wins(rv-found-idx)
               else
                   add 1 to rv-my-losses(rv-found-idx)
               end-if
           else
               if hx-outcome = "SUCCESS"
                   add 1 to rv-their-wins(rv-found-idx)
               else
                   add 1 to rv-their-losses(rv-found-idx)
               end-if
           end-if
           if hx-date-fld not = spaces
               move hx-date-fld to rv-last-date(rv-found-idx)
           end-if.

       540-scan-bounties.
           if rv-count = 0
               exit paragraph
           end-if
           move "N" to bounty-eof-switch
           open input bounty-file
           if bounty-status = "00"
               perform 541-read-bounty-line
                   until end-of-bounties
               close bounty-file
           end-if.

       541-read-bounty-line.
           read bounty-file
               at end move "Y" to bounty-eof-switch
           end-read
           if end-of-bounties
               exit paragraph
           end-if
           move spaces to bt-kind-fld bt-poster-fld bt-target-fld
               bt-amount-fld
           unstring bounty-record delimited by '|'
               into bt-kind-fld bt-poster-fld bt-target-fld
                   bt-amount-fld
           end-unstring
           if bt-kind-fld not = "OPEN"
               exit paragraph
           end-if
           move spaces to rv-scan-name
           if bt-poster-fld = username
               move bt-target-fld to rv-scan-name
           end-if
           if bt-target-fld = username
               move bt-poster-fld to rv-scan-name
           end-if
           if rv-scan-name = spaces
               exit paragraph
           end-if
           move "N" to rv-found-switch
           perform 517-find-rival
               varying rv-idx from 1 by 1
               until rv-idx > rv-count or rv-found
           if not rv-found
               exit paragraph
           end-if
           if bt-poster-fld = username
               add function numval(bt-amount-fld)
                   to rv-bounty-out(rv-found-idx)
           else
               add function numval(bt-amount-fld)
                   to rv-bounty-in(rv-found-idx)
           end-if.

       550-rank-rivals.
           move "N" to my-has-score
           move 0 to my-earned my-rank
           if season-id = spaces or rv-count = 0
               exit paragraph
           end-if
           move username to score-player
           perform 555-load-season-earned
           if score-found
               move "Y" to my-has-score
               move score-earned to my-earned
               move 1 to my-rank
           end-if
           perform 551-load-rival-score
               varying rv-idx from 1 by 1
               until rv-idx > rv-count
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 552-read-player-line
                   until end-of-players
               close players-file
           end-if.

       551-load-rival-score.
           move rv-name(rv-idx) to score-player
           perform 555-load-season-earned
           if score-found
               move "Y" to rv-has-score(rv-idx)
               move score-earned to rv-earned(rv-idx)
               move 1 to rv-rank(rv-idx)
           end-if.

       552-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if end-of-players
               exit paragraph
           end-if
           move spaces to player-name preg-reg-fld preg-last-fld
               preg-status-fld
           unstring players-record delimited by '|'
               into player-name preg-reg-fld preg-last-fld
                   preg-status-fld
           end-unstring
           if player-name = spaces or preg-status-fld = "CLOSED"
               exit paragraph
           end-if
           move player-name to score-player
           perform 555-load-season-earned
           if not score-found
               exit paragraph
           end-if
           if my-has-score = "Y" and score-earned > my-earned
               add 1 to my-rank
           end-if
           perform 553-compare-rival-score
               varying rv-idx from 1 by 1
               until rv-idx > rv-count.

       553-compare-rival-score.
           if rv-has-score(rv-idx) = "Y"
               and score-earned > rv-earned(rv-idx)
               add 1 to rv-rank(rv-idx)
           end-if.

       555-load-season-earned.
           move "N" to score-found-switch
           move 0 to score-earned
           move spaces to season-score-path
           string './NGM/logs/season_' delimited size
               function trim(season-id) delimited size
               '_' delimited size
               function trim(score-player) delimited size
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
               compute score-earned = function numval(ss-earned-fld)
               move "Y" to score-found-switch
           end-if.

       560-show-rivals.
           display erase screen
           display function trim(mt-rivals trailing) at 0202
           display function trim(username) at 0214
           display ' ===' at 0235
           if season-id = spaces
               display function trim(mt-no-season trailing) at 0302
           else
               display function trim(mt-season trailing) at 0302
               display function trim(season-id) at 0309
               if my-has-score = "Y"
                   move my-rank to disp-rv-rank
                   display function trim(mt-your-rank trailing) at 0321
                   display disp-rv-rank at 0334
               end-if
           end-if
           display function trim(mt-no-rival-you-w trailing) at 0502
           display function trim(mt-took-lost-last-rank trailing)
               at 0539
           if rv-count = 0
               display function trim(mt-no-rivals-pinned trailing)
                   at 0702
           end-if
           perform 561-show-rival-row
               varying rv-idx from 1 by 1
               until rv-idx > rv-count
           display function trim(mt-took-lost trailing) at 1802
           display function trim(mt-bounty-out-yours trailing)
               at 1902
           if rv-message not = spaces
               display function trim(rv-message) at 2102
           end-if
           display function trim(mt-a-add-rival-d trailing)
               at 2202.

       561-show-rival-row.
           compute rv-row = rv-idx + 5
           move rv-idx to disp-rv-num
           display disp-rv-num at line rv-row column 2
           display rv-name(rv-idx)(1:15) at line rv-row column 5
           move rv-my-wins(rv-idx) to disp-rv-wins
           move rv-my-losses(rv-idx) to disp-rv-losses
           display disp-rv-wins at line rv-row column 21
           display '/' at line rv-row column 24
           display disp-rv-losses at line rv-row column 25
           move rv-their-wins(rv-idx) to disp-rv-wins
           move rv-their-losses(rv-idx) to disp-rv-losses
           display disp-rv-wins at line rv-row column 30
           display '/' at line rv-row column 33
           display disp-rv-losses at line rv-row column 34
           compute disp-rv-money = rv-my-wins(rv-idx) * hack-fee
           display disp-rv-money at line rv-row column 39
           compute disp-rv-money =
               rv-their-wins(rv-idx) * hack-fee
           display disp-rv-money at line rv-row column 47
           if rv-last-date(rv-idx) = spaces
               display '-' at line rv-row column 57
           else
               display rv-last-date(rv-idx)
                   at line rv-row column 55
           end-if
           if rv-has-score(rv-idx) = "Y"
               move rv-rank(rv-idx) to disp-rv-rank
               display disp-rv-rank at line rv-row column 63
           else
               display '-' at line rv-row column 66
           end-if
           evaluate true
               when rv-bounty-out(rv-idx) > 0
                   and rv-bounty-in(rv-idx) > 0
                   display function trim(mt-both trailing) at line
                       rv-row column 69
               when rv-bounty-out(rv-idx) > 0
                   display function trim(mt-out trailing) at line rv-row
                       column 69
               when rv-bounty-in(rv-idx) > 0
                   display function trim(mt-in trailing) at line rv-row
                       column 69
           end-evaluate.

       570-add-rival.
           if rv-count >= 10
               move mt-ten-rivals to rv-message
               exit paragraph
           end-if
           display function trim(mt-rival-username trailing) at 2302
           move spaces to rv-new-name
           accept rv-new-name at 2318
           if rv-new-name = spaces
               exit paragraph
           end-if
           if rv-new-name = username
               move mt-not-own-rival to rv-message
               exit paragraph
           end-if
           move rv-new-name to rv-scan-name
           move "N" to rv-found-switch
           perform 517-find-rival
               varying rv-idx from 1 by 1
               until rv-idx > rv-count or rv-found
           if rv-found
               move mt-already-pinned to rv-message
               exit paragraph
           end-if
           perform 575-check-registered
           if not is-registered
               move mt-no-active-player to rv-message
               exit paragraph
           end-if
           accept rv-today from date yyyymmdd
           add 1 to rv-count
           move rv-new-name to rv-name(rv-count)
           move rv-today to rv-pinned(rv-count)
           move space to rv-ahead(rv-count)
           move season-id to rv-season(rv-count)
           perform 515-save-rivals
           move mt-rival-pinned to rv-message.

       575-check-registered.
           move "N" to registered-switch
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 576-match-player-line
                   until end-of-players or is-registered
               close players-file
           end-if.

       576-match-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to player-name preg-reg-fld preg-last-fld
                   preg-status-fld
               unstring players-record delimited by '|'
                   into player-name preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if player-name = rv-new-name
                   and preg-status-fld not = "CLOSED"
                   move "Y" to registered-switch
               end-if
           end-if.

       580-drop-rival.
           if rv-count = 0
               exit paragraph
           end-if
           display function trim(mt-rival-number trailing) at 2302
           move spaces to rv-pick
           accept rv-pick at 2324
           if function trim(rv-pick) is not numeric
               exit paragraph
           end-if
           compute rv-pick-num = function numval(rv-pick)
           if rv-pick-num < 1 or rv-pick-num > rv-count
               exit paragraph
           end-if
           perform 581-shift-rival
               varying rv-idx from rv-pick-num by 1
               until rv-idx >= rv-count
           subtract 1 from rv-count
           perform 515-save-rivals
           move mt-rival-dropped to rv-message.

       581-shift-rival.
           move rv-entry(rv-idx + 1) to rv-entry(rv-idx).

       end program profile.
