               staff-temp-path
               organization is line sequential
               file status is staff-temp-status.
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
           01 staff-record pic x(60).
           fd staff-temp-file.
           01 staff-temp-record pic x(60).
           fd messages-file.
           01 messages-record pic x(100).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).

       working-storage section.
       01  local-data.
           05 hire-date         pic 9(8).
           05 fire-role         pic x(12).

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
           05 msg-base          pic 9(4) value 6100.
           05 msg-count         pic 9(3) value 14.
           05 msg-lang          pic x(2) value "EN".
           05 msg-own-flags.
               10 msg-own-lang  pic x(1) occurs 14 times.
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
               '=== STAFF OFFICE ==='.
           05 filler pic x(50) value
               'Wages come out of your bank daily at'.
           05 filler pic x(50) value
               'login. Unpaid staff walk out on you.'.
           05 filler pic x(50) value
               '1. Bodyguard   $50/day - foils some'.
           05 filler pic x(50) value
               '   incoming hacks'.
           05 filler pic x(50) value
               'ON STAFF'.
           05 filler pic x(50) value
               '2. Accountant  $40/day - +1% bank'.
           05 filler pic x(50) value
               '   interest'.
           05 filler pic x(50) value
               '3. Broker      $30/day - better coin'.
           05 filler pic x(50) value
               '   exchange prices'.
           05 filler pic x(50) value
               'Pick a number to hire (or fire if on'.
           05 filler pic x(50) value
               'staff), any other key to go back:'.
           05 filler pic x(50) value
               'Hired! They start immediately.'.
           05 filler pic x(50) value
               'They clean out their desk quietly.'.
       01  screen-text.
           05 mt-staff-office      pic x(50).
           05 mt-wages-come-out    pic x(50).
           05 mt-login-unpaid-staff pic x(50).
           05 mt-1-bodyguard-50-day pic x(50).
           05 mt-incoming-hacks    pic x(50).
           05 mt-on-staff          pic x(50).
           05 mt-2-accountant-40-day pic x(50).
           05 mt-interest          pic x(50).
           05 mt-3-broker-30-day   pic x(50).
           05 mt-exchange-prices   pic x(50).
           05 mt-pick-a-number     pic x(50).
           05 mt-staff-any-other-key pic x(50).
           05 mt-hired-they-start  pic x(50).
           05 mt-they-clean-out    pic x(50).
       01  screen-text-table redefines screen-text.
           05 msg-text          pic x(50) occurs 14 times.

       linkage section.
       01  username   pic x(20).

       procedure division using username.
       000-main.
           perform 003-load-language
           perform 001-load-messages
           move spaces to staff-path
           string './NGM/logs/staff_' delimited size
               function trim(username) delimited size
           perform 200-staff-menu
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

       100-load-staff.
           move "N" to have-bodyguard have-accountant have-broker
           move "N" to staff-eof-switch
       200-staff-menu.
           perform 100-load-staff
           display erase screen
           display function trim(mt-staff-office trailing) at 0202
           display function trim(mt-wages-come-out trailing) at 0302
           display function trim(mt-login-unpaid-staff trailing) at 0402
           display function trim(mt-1-bodyguard-50-day trailing) at 0602
           display function trim(mt-incoming-hacks trailing) at 0702
           if have-bodyguard = "Y"
               display function trim(mt-on-staff trailing) at 0645
           end-if
           display function trim(mt-2-accountant-40-day trailing)
               at 0802
           display function trim(mt-interest trailing) at 0902
           if have-accountant = "Y"
               display function trim(mt-on-staff trailing) at 0845
           end-if
           display function trim(mt-3-broker-30-day trailing) at 1002
           display function trim(mt-exchange-prices trailing) at 1102
           if have-broker = "Y"
               display function trim(mt-on-staff trailing) at 1045
           end-if
           display function trim(mt-pick-a-number trailing) at 1302
           display function trim(mt-staff-any-other-key trailing)
               at 1402
           accept user-input at 1437
           evaluate user-input
               when '1'
               write staff-record from staff-line
           end-if
           close staff-file
           display function trim(mt-hired-they-start trailing) at 1602
           accept user-input at 1633.

       400-fire-staffer.
           end-if
           close staff-temp-file
           perform 420-copy-staff-back
           display function trim(mt-they-clean-out trailing) at 1602
           accept user-input at 1637.

       410-copy-kept-staffer.
