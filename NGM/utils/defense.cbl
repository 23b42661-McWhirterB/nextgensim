               defense-path
               organization is line sequential
               file status is defense-status.
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
           fd defense-file.
           01 defense-record pic x(20).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).

       working-storage section.
       01  local-data.
           05 tripwire-price   pic 9(4) value 300.
           05 alarm-price      pic 9(4) value 200.

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
           05 msg-base          pic 9(4) value 4200.
           05 msg-count         pic 9(3) value 21.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 21 times.
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
               '=== DEFENSIVE LOADOUT ==='.
           05 filler pic x(50) value
               'Wallet: $'.
           05 filler pic x(50) value
               '1. Honeypot  ($'.
           05 filler pic x(50) value
               ') - feeds attackers fake recon'.
           05 filler pic x(50) value
               'ARMED'.
           05 filler pic x(50) value
               '2. Tripwire  ($'.
           05 filler pic x(50) value
               ') - fines a failed attacker'.
           05 filler pic x(50) value
               '3. Alarm     ($'.
           05 filler pic x(50) value
               ') - mails you the attacker name'.
           05 filler pic x(50) value
               'Pick a number to arm (or disarm for'.
           05 filler pic x(50) value
               'free), any other key to go back:'.
           05 filler pic x(50) value
               'Honeypot disarmed.'.
           05 filler pic x(50) value
               'Not enough money in wallet.'.
           05 filler pic x(50) value
               'Honeypot armed - let them choke'.
           05 filler pic x(50) value
               'on fake numbers.'.
           05 filler pic x(50) value
               'Tripwire disarmed.'.
           05 filler pic x(50) value
               'Tripwire armed - failed hacks'.
           05 filler pic x(50) value
               'will cost the attacker.'.
           05 filler pic x(50) value
               'Alarm disarmed.'.
           05 filler pic x(50) value
               'Alarm armed - you will hear about'.
           05 filler pic x(50) value
               'every rattled doorknob.'.
       01  screen-text.
           05 mt-defensive-loadout pic x(50).
           05 mt-wallet            pic x(50).
           05 mt-1-honeypot        pic x(50).
           05 mt-feeds-attackers   pic x(50).
           05 mt-armed             pic x(50).
           05 mt-2-tripwire        pic x(50).
           05 mt-fines-a-failed    pic x(50).
           05 mt-3-alarm           pic x(50).
           05 mt-mails             pic x(50).
           05 mt-pick-a-number     pic x(50).
           05 mt-free-any-other-key pic x(50).
           05 mt-honeypot-disarmed pic x(50).
           05 mt-not-enough-money  pic x(50).
           05 mt-honeypot-armed-let pic x(50).
           05 mt-on-fake-numbers   pic x(50).
           05 mt-tripwire-disarmed pic x(50).
           05 mt-tripwire-armed    pic x(50).
           05 mt-will-cost         pic x(50).
           05 mt-alarm-disarmed    pic x(50).
           05 mt-alarm-armed       pic x(50).
           05 mt-every-rattled     pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 21 times.

       linkage section.
       01  username   pic x(20).
       01  user-money pic S9(5).

       procedure division using username user-money.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           move spaces to defense-path
           string './NGM/logs/defense_' delimited size
               function trim(username) delimited size
           perform 200-defense-menu
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

       100-load-loadout.
           move "N" to honeypot-flag tripwire-flag alarm-flag
           open input defense-file

       200-defense-menu.
           display erase screen
           display function trim(mt-defensive-loadout trailing) at 0202
           move user-money to disp-money
           display function trim(mt-wallet trailing) at 0302 disp-money
               at 0312
           move honeypot-price to disp-price
           display function trim(mt-1-honeypot trailing) at 0502
               disp-price at 0517
           display function trim(mt-feeds-attackers trailing) at 0522
           if honeypot-armed
               display function trim(mt-armed trailing) at 0555
           end-if
           move tripwire-price to disp-price
           display function trim(mt-2-tripwire trailing) at 0602
               disp-price at 0617
           display function trim(mt-fines-a-failed trailing) at 0622
           if tripwire-armed
               display function trim(mt-armed trailing) at 0655
           end-if
           move alarm-price to disp-price
           display function trim(mt-3-alarm trailing) at 0702 disp-price
               at 0717
           display function trim(mt-mails trailing) at 0722
           if alarm-armed
               display function trim(mt-armed trailing) at 0755
           end-if
           display function trim(mt-pick-a-number trailing) at 0902
           display function trim(mt-free-any-other-key trailing) at 1002
           accept user-input at 1036
           evaluate user-input
               when '1' perform 300-toggle-honeypot
           if honeypot-armed
               move "N" to honeypot-flag
               perform 110-save-loadout
               display function trim(mt-honeypot-disarmed trailing)
                   at 1202
               accept user-input at 1222
           else
               if user-money < honeypot-price
                   display function trim(mt-not-enough-money trailing)
                       at 1202
                   accept user-input at 1231
               else
                   subtract honeypot-price from user-money
                   move "Y" to honeypot-flag
                   perform 110-save-loadout
                   display function trim(mt-honeypot-armed-let trailing)
                       at 1202
                   display function trim(mt-on-fake-numbers trailing)
                       at 1302
                   accept user-input at 1320
               end-if
           end-if.
           if tripwire-armed
               move "N" to tripwire-flag
               perform 110-save-loadout
               display function trim(mt-tripwire-disarmed trailing)
                   at 1202
               accept user-input at 1222
           else
               if user-money < tripwire-price
                   display function trim(mt-not-enough-money trailing)
                       at 1202
                   accept user-input at 1231
               else
                   subtract tripwire-price from user-money
                   move "Y" to tripwire-flag
                   perform 110-save-loadout
                   display function trim(mt-tripwire-armed trailing)
                       at 1202
                   display function trim(mt-will-cost trailing) at 1302
                   accept user-input at 1327
               end-if
           end-if.
           if alarm-armed
               move "N" to alarm-flag
               perform 110-save-loadout
               display function trim(mt-alarm-disarmed trailing) at 1202
               accept user-input at 1219
           else
               if user-money < alarm-price
                   display function trim(mt-not-enough-money trailing)
                       at 1202
                   accept user-input at 1231
               else
                   subtract alarm-price from user-money
                   move "Y" to alarm-flag
                   perform 110-save-loadout
                   display function trim(mt-alarm-armed trailing)
                       at 1202
                   display function trim(mt-every-rattled trailing)
                       at 1302
                   accept user-input at 1327
               end-if
           end-if.
