
       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
           select api-response-file assign to api-response-path
                             organization is line sequential
                             file status is file-status.
           select messages-file assign to
               "./NGM/data/messages.dat"
                             organization is line sequential
                             file status is messages-status.
           select prefs-file assign to prefs-path
                             organization is line sequential
                             file status is prefs-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd comeback-file.
           01 lapsed-report-record pic x(132).
           fd api-response-file.
           01 api-response-record pic x(1000).
           fd messages-file.
           01 messages-record pic x(120).
           fd prefs-file.
           01 prefs-record pic x(40).

       working-storage section.
       01  local-data.
           05 report-status  pic x(2).
           05 api-command    pic x(500).
           05 api-response   pic x(1000).
           05 players-status  pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-reg-fld    pic x(8).
           05 preg-last-fld   pic x(8).
           05 preg-status-fld pic x(10).
           05 player-name    pic x(20).

       01  api-contract.
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "winback".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".
           05 mail-date         pic 9(8).
           05 mail-time         pic 9(8).

       01  message-catalog.
           05 messages-status   pic x(2).
           05 messages-eof-switch pic x(1) value "N".
               88 end-of-messages value "Y".
           05 messages-line     pic x(120).
           05 msg-no-fld        pic x(4).
           05 msg-lang-fld      pic x(2).
           05 msg-text-fld      pic x(100).
           05 msg-low           pic 9(4) value 5200.
           05 msg-high          pic 9(4) value 5299.
           05 msg-row-count     pic 9(3) value 0.
           05 msg-row-max       pic 9(3) value 60.
           05 msg-idx           pic 9(3).
           05 msg-row occurs 60 times.
               10 mr-no         pic 9(4).
               10 mr-lang       pic x(2).
               10 mr-text       pic x(100).
           05 msg-want-no       pic 9(4).
           05 msg-want-lang     pic x(2) value "EN".
           05 msg-recipient     pic x(20).
           05 site-lang         pic x(2) value "EN".
           05 msg-own-switch    pic x(1) value "N".
               88 msg-own-found value "Y".
           05 msg-pos           pic 9(3).
           05 msg-ptr           pic 9(3).
           05 msg-fill-value    pic x(20).
           05 msg-filled        pic x(100).
           05 prefs-status      pic x(2).
           05 prefs-path        pic x(60).
           05 prefs-line        pic x(40).
           05 prefs-eof-switch  pic x(1) value "N".
               88 end-of-prefs value "Y".
           05 pf-kind-fld       pic x(10).
           05 pf-value-fld      pic x(10).

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
               stop run
           end-if
           perform 010-load-tunables
           perform 050-load-messages
           open output lapsed-report-file
           if report-status not = "00"
               display "Could not open lapsed report - "
               ' ===' delimited size
               into lapsed-report-record
           write lapsed-report-record
           perform 030-scan-players
           perform 900-write-footer
           close lapsed-report-file
           move offers-made to disp-count
                   compute lapse-days =
                       function numval(tunable-value-fld)
               end-if
               if tunable-name = "SITE-LANG"
                   and tunable-value-fld not = spaces
                   move function upper-case(tunable-value-fld(1:2))
                       to site-lang
               end-if
           end-if.

       030-scan-players.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 040-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       040-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to player-name preg-status-fld
               unstring players-record delimited by '|'
                   into player-name preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if preg-status-fld not = "CLOSED"
                   perform 100-judge-player
               end-if
           end-if.

       050-load-messages.
           move 0 to msg-row-count
           move "N" to messages-eof-switch
           open input messages-file
           if messages-status = "00"
               perform 052-read-message-line
                   until end-of-messages
               close messages-file
           end-if.

       052-read-message-line.
           read messages-file into messages-line
               at end move "Y" to messages-eof-switch
           end-read
           if not end-of-messages
               move spaces to msg-no-fld msg-lang-fld msg-text-fld
               unstring messages-line delimited by '|'
                   into msg-no-fld msg-lang-fld msg-text-fld
               end-unstring
               if msg-no-fld is numeric
                   and msg-row-count < msg-row-max
                   and function numval(msg-no-fld) >= msg-low
                   and function numval(msg-no-fld) <= msg-high
                   add 1 to msg-row-count
                   move msg-no-fld to mr-no(msg-row-count)
                   move msg-lang-fld to mr-lang(msg-row-count)
                   move msg-text-fld to mr-text(msg-row-count)
               end-if
           end-if.

       054-find-message.
           move "N" to msg-own-switch
           perform 055-check-message-row
               varying msg-idx from 1 by 1
               until msg-idx > msg-row-count.

       055-check-message-row.
           if mr-no(msg-idx) not = msg-want-no
               exit paragraph
           end-if
           if mr-lang(msg-idx) = msg-want-lang
               move mr-text(msg-idx) to msg-filled
               move "Y" to msg-own-switch
           else
               if mr-lang(msg-idx) = "EN"
                   and not msg-own-found
                   move mr-text(msg-idx) to msg-filled
               end-if
           end-if.

       056-fill-message.
           move 0 to msg-pos
           inspect msg-filled tallying msg-pos
               for characters before initial '&1'
           if msg-pos > 97
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

       058-recipient-language.
           move site-lang to msg-want-lang
           move spaces to prefs-path
           string './NGM/logs/prefs_' delimited size
               function trim(msg-recipient) delimited size
               '.dat' delimited size
               into prefs-path
           move "N" to prefs-eof-switch
           open input prefs-file
           if prefs-status = "00"
               perform 059-read-pref-line
                   until end-of-prefs
               close prefs-file
           end-if.

       059-read-pref-line.
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
                   move pf-value-fld(1:2) to msg-want-lang
               end-if
           end-if.

       100-judge-player.
           perform 200-fetch-last-login
           if last-login-date = 0
           close comeback-file
           add 1 to offers-made
           move bonus-amount to disp-bonus
           move player-name to msg-recipient
           perform 058-recipient-language
           move 5201 to msg-want-no
           move spaces to msg-filled
           string 'We miss you! A $&1 comeback bonus is waiting'
                   delimited size
               ' at your next login.' delimited size
               into msg-filled
           perform 054-find-message
           move disp-bonus to msg-fill-value
           perform 056-fill-message
           move msg-filled to mail-text
           move spaces to mail-log-path
           string './NGM/logs/mail_' delimited size
               function trim(player-name) delimited size
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       592-attempt-read.
           move spaces to api-response
