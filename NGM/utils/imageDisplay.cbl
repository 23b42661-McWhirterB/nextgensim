
       environment division.
       configuration section.
       input-output section.
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
       
       data division.
       file section.
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).
       working-storage section.
       01  keypress     pic x(1).
       01  loop-counter pic 9(3).
       01  random-seed  PIC 9(8).
       01  max-wallet-change pic S9(5) value 0.
       01  work-timer.
           05  checkpoint-earned pic S9(5) value 0.
           05  checkpoint-gain  pic S9(5) value 0.
           05  checkpoint-command pic x(500).
           05  journal-program  pic x(12) value "imagedisplay".
           05  journal-ticket   pic x(10) value spaces.
           05  journal-polls    pic 9(2) value 0.
           05  journal-no-reply pic x(40) value "NOWAIT".
           05  journal-queued   pic x(1) value "N".

       01  work-minigame.
           05  prompt-word      pic x(4).
           05  career-rate-den  pic 9(4) value 1.
           05  career-cap-rate  pic 9(5) value 480.

       01  art-request.
           05  art-name         pic x(12).
           05  art-repeat       pic 9(3).

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
           05 msg-base          pic 9(4) value 4500.
           05 msg-count         pic 9(3) value 8.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 8 times.
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
               'You worked for'.
           05 filler pic x(50) value
               'minutes'.
           05 filler pic x(50) value
               'You earned $'.
           05 filler pic x(50) value
               'dollars on this shift'.
           05 filler pic x(50) value
               'Sharp work! Focus bonus: +$'.
           05 filler pic x(50) value
               'Press any key to continue...'.
           05 filler pic x(50) value
               'FOCUS CHECK - type this word:'.
           05 filler pic x(50) value
               'Nice! Shift bonus earned.'.
       01  screen-text.
           05 mt-you-worked        pic x(50).
           05 mt-minutes           pic x(50).
           05 mt-you-earned        pic x(50).
           05 mt-dollars           pic x(50).
           05 mt-sharp-work-focus  pic x(50).
           05 mt-press-any-key     pic x(50).
           05 mt-focus-check-type  pic x(50).
           05 mt-nice-shift-bonus  pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 8 times.

       linkage section.
       01  programcall pic 9(1).
       01  dance-step   pic 9(3).
               last-work-date motd-message wallet-money
               session-token work-bonus-mult.

           perform 003-load-language
           perform 001-load-messages
           perform 000-evaluate-programcall.

           000-evaluate-programcall.
           display erase screen
           if programcall = 0
               move "SPLASH" to art-name
               move 1 to art-repeat
               perform 150-play-art
               if function trim(motd-message) not = spaces
                   display function trim(motd-message) at 1902
               end-if
           end-if.

           050-random-work.
              move "WORK" to art-name
              move 1 to art-repeat
              perform 150-play-art.

           100-dance.
           move "CRABDANCE" to art-name
           move dance-step to art-repeat
           perform 150-play-art
           display erase screen
           goback.

           105-dance-gloom.
           move "GLOOMWALK" to art-name
           move dance-step to art-repeat
           perform 150-play-art
           display erase screen
           goback.

           109-select-career.
              compute bonus-earned = checkpoint-earned
                   * bonus-pct / 100
              add bonus-earned to wallet-change
              display function trim(mt-you-worked trailing) at 0202
              display time-worked at 0220
              display function trim(mt-minutes trailing) at 0230
              display function trim(mt-you-earned trailing) at 0302
              display checkpoint-earned at 0314
              display function trim(mt-dollars trailing) at 0416
              if bonus-earned > 0
                  display function trim(mt-sharp-work-focus trailing)
                      at 0502
                  display bonus-earned at 0530
              end-if
              display function trim(mt-press-any-key trailing) at 0602
              accept keypress
              goback.

              accept random-seed from time
              compute word-pick = function mod(random-seed, 8) + 1
              move code-word(word-pick) to prompt-word
              display function trim(mt-focus-check-type trailing)
                  at 1602
              display prompt-word at 1633
              move spaces to typed-word
              accept typed-word at 1540
              if typed-word = prompt-word
                  add 1 to bonus-ticks
                  display function trim(mt-nice-shift-bonus trailing)
                      at 1702
              end-if
              accept checkpoint-time from time
              compute checkpoint-earned = (checkpoint-time - starttime)
                  session-token delimited size
                  ' > nul 2>&1' delimited size
                  into checkpoint-command
              call "SYSTEM" using checkpoint-command
              call './NGM/utils/apijournal' using journal-program
                  checkpoint-command journal-ticket journal-polls
                  journal-no-reply journal-queued.

           120-hack.
             move "HACKWIN" to art-name
             move 1 to art-repeat
             perform 150-play-art
             accept keypress at 1540
             goback.

           130-hack-failed.
             move "HACKFAIL" to art-name
             move 1 to art-repeat
             perform 150-play-art
             accept keypress at 1540
             goback.

           140-levelup.
           move "LEVELUP" to art-name
           move dance-step to art-repeat
           perform 150-play-art
           display erase screen
           goback.

           150-play-art.
           call "./NGM/utils/artplay" using art-name art-repeat.

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
