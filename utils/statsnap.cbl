       identification division.
       program-id. statsnap.

       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select snap-file assign to snap-path
                             organization is line sequential
                             file status is snap-status.
           select movers-report-file assign to
               "./reports/movers_report.dat"
                             organization is line sequential
                             file status is report-status.
           select api-response-file assign to api-response-path
                             organization is line sequential
                             file status is file-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd snap-file.
           01 snap-record pic x(150).
           fd movers-report-file.
           01 movers-report-record pic x(132).
           fd api-response-file.
           01 api-response-record pic x(1000).

       working-storage section.
       01  local-data.
           05 file-status    pic x(2).
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
           05 player-count   pic 9(4) value 0.
           05 failed-count   pic 9(4) value 0.

       01  api-contract.
           05 supported-version pic x(2) value "01".
           05 server-version    pic x(2) value spaces.
           05 contract-switch   pic x(1) value "U".
               88 contract-good value "G".
               88 contract-bad value "B".

       01  correlation.
           05 ticket-seq       pic 9(2) value 0.
           05 ticket-clock     pic 9(8).
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "statsnap".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./NGM/logs/api_response.dat".

       01  tunables.
           05 tunables-status     pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name        pic x(20).
           05 tunable-value-fld   pic x(10).
           05 tunable-value       pic s9(8).
           05 movers-top          pic 9(3) value 10.
           05 level-jump-min      pic 9(3) value 3.
           05 stockpile-min       pic 9(3) value 5.

       01  snap-work.
           05 snap-status       pic x(2).
           05 snap-path         pic x(60).
           05 snap-line         pic x(150).
           05 snap-eof-switch   pic x(1) value "N".
               88 end-of-snap value "Y".
           05 run-date          pic 9(8).
           05 run-time          pic 9(8).
           05 prior-date        pic 9(8).
           05 sf-name           pic x(20).
           05 sf-date           pic x(8).
           05 sf-time           pic x(8).
           05 sf-stat-fld       pic x(12) occurs 9 times.
           05 stat-idx          pic 9(2).
           05 snap-found-switch pic x(1).
               88 snap-found value "Y".

       01  stat-names-text.
           05 filler pic x(8) value 'BANK'.
           05 filler pic x(8) value 'HACKING'.
           05 filler pic x(8) value 'SECURITY'.
           05 filler pic x(8) value 'JOB'.
           05 filler pic x(8) value 'PRESTIGE'.
           05 filler pic x(8) value 'SHIELDS'.
           05 filler pic x(8) value 'PASSES'.
           05 filler pic x(8) value 'STAMINA'.
           05 filler pic x(8) value 'WALLET'.
       01  stat-names redefines stat-names-text.
           05 stat-name         pic x(8) occurs 9 times.

       01  snap-table.
           05 snap-count        pic 9(4) value 0.
           05 snap-idx          pic 9(4).
           05 snap-dropped      pic 9(4) value 0.
           05 snap-entry occurs 2000 times.
               10 se-name       pic x(20).
               10 se-stat       pic s9(9) occurs 9 times.
               10 se-picked     pic x(1).
               10 se-window occurs 2 times.
                   15 se-found  pic x(1).
                   15 se-prior  pic s9(9) occurs 9 times.

       01  movers-work.
           05 win-idx           pic 9(1).
           05 win-days          pic 9(1).
           05 win-date          pic 9(8) occurs 2 times.
           05 win-switch        pic x(1) occurs 2 times.
           05 win-compared      pic 9(4).
           05 rank-idx          pic 9(3).
           05 best-idx          pic 9(4).
           05 best-delta        pic s9(9).
           05 mv-delta          pic s9(9).
           05 mv-shield-delta   pic s9(9).
           05 mv-pass-delta     pic s9(9).
           05 section-count     pic 9(4).
           05 disp-count        pic z(3)9.
           05 disp-delta        pic +(8)9.
           05 disp-from         pic -(8)9.
           05 disp-to           pic -(8)9.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== PLAYER STAT SNAPSHOT ==="
           perform 102-api-version-handshake
           if contract-bad
               display "Api contract version mismatch - this"
                   " build expects " supported-version
                   " but the server answered " server-version
               display "Stats must not be stored from a misread"
                   " contract. Update the build."
               move 8 to return-code
               stop run
           end-if
           perform 010-load-tunables
           move spaces to snap-path
           string './NGM/logs/statsnap_' delimited size
               run-date delimited size
               '.dat' delimited size
               into snap-path
           open output snap-file
           if snap-status not = "00"
               display "Could not open stat snapshot - "
                   "make sure ./NGM/logs/ exists."
               move 8 to return-code
               stop run
           end-if
           perform 030-scan-players
           close snap-file
           move 1 to win-idx
           move 1 to win-days
           perform 300-load-prior-window
           move 2 to win-idx
           move 7 to win-days
           perform 300-load-prior-window
           open output movers-report-file
           if report-status not = "00"
               display "Could not open movers report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           move spaces to movers-report-record
           string '=== PLAYER MOVERS - ' delimited size
               run-date delimited size
               ' ===' delimited size
               into movers-report-record
           write movers-report-record
           perform 400-report-window
               varying win-idx from 1 by 1
               until win-idx > 2
           perform 900-write-footer
           close movers-report-file
           move snap-count to disp-count
           display "Players snapshotted: " disp-count
           stop run.

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
           if not end-of-tunables
               move spaces to tunable-name tunable-value-fld
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               compute tunable-value =
                   function numval(tunable-value-fld)
               if tunable-value > 0
                   evaluate tunable-name
                       when "MOVERS-TOP"
                           move tunable-value to movers-top
                       when "MOVERS-LEVELS"
                           move tunable-value to level-jump-min
                       when "MOVERS-STOCKPILE"
                           move tunable-value to stockpile-min
                   end-evaluate
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
                   perform 100-snap-player
               end-if
           end-if.

       100-snap-player.
           add 1 to player-count
           perform 200-fetch-server-stats
           if api-response(1:7) not = "SUCCESS"
               add 1 to failed-count
               exit paragraph
           end-if
           if snap-count >= 2000
               add 1 to snap-dropped
           else
               add 1 to snap-count
               move snap-count to snap-idx
               move player-name to se-name(snap-idx)
               move "N" to se-picked(snap-idx)
               move "N" to se-found(snap-idx, 1)
               move "N" to se-found(snap-idx, 2)
               perform 110-store-stat
                   varying stat-idx from 1 by 1
                   until stat-idx > 9
           end-if
           perform 120-write-snap-line.

       110-store-stat.
           compute se-stat(snap-idx, stat-idx) =
               function numval(sf-stat-fld(stat-idx)).

       120-write-snap-line.
           move spaces to snap-line
           string function trim(player-name) delimited size
               '|' delimited size
               run-date delimited size
               '|' delimited size
               run-time delimited size
               '|' delimited size
               function trim(sf-stat-fld(1)) delimited size
               '|' delimited size
               function trim(sf-stat-fld(2)) delimited size
               '|' delimited size
               function trim(sf-stat-fld(3)) delimited size
               '|' delimited size
               function trim(sf-stat-fld(4)) delimited size
               '|' delimited size
               function trim(sf-stat-fld(5)) delimited size
               '|' delimited size
               function trim(sf-stat-fld(6)) delimited size
               '|' delimited size
               function trim(sf-stat-fld(7)) delimited size
               '|' delimited size
               function trim(sf-stat-fld(8)) delimited size
               '|' delimited size
               function trim(sf-stat-fld(9)) delimited size
               into snap-line
           write snap-record from snap-line.

       200-fetch-server-stats.
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py GETUSER ' delimited size
               function trim(player-name) delimited size
               ' TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response
           if api-response(1:7) = "SUCCESS"
               move api-response(15:7) to sf-stat-fld(1)
               move api-response(23:3) to sf-stat-fld(2)
               move api-response(27:3) to sf-stat-fld(3)
               move api-response(31:3) to sf-stat-fld(4)
               move api-response(48:3) to sf-stat-fld(5)
               move api-response(52:2) to sf-stat-fld(6)
               move api-response(55:2) to sf-stat-fld(7)
               move api-response(58:3) to sf-stat-fld(8)
               move api-response(71:6) to sf-stat-fld(9)
           end-if.

       300-load-prior-window.
           compute prior-date = function date-of-integer
               (function integer-of-date(run-date) - win-days)
           move prior-date to win-date(win-idx)
           move "N" to win-switch(win-idx)
           move spaces to snap-path
           string './NGM/logs/statsnap_' delimited size
               prior-date delimited size
               '.dat' delimited size
               into snap-path
           move "N" to snap-eof-switch
           open input snap-file
           if snap-status = "00"
               move "Y" to win-switch(win-idx)
               perform 310-read-prior-line
                   until end-of-snap
               close snap-file
           end-if.

       310-read-prior-line.
           read snap-file into snap-line
               at end move "Y" to snap-eof-switch
           end-read
           if not end-of-snap
               move spaces to sf-name sf-date sf-time
               perform 315-clear-stat-fld
                   varying stat-idx from 1 by 1
                   until stat-idx > 9
               unstring snap-line delimited by '|'
                   into sf-name sf-date sf-time
                       sf-stat-fld(1) sf-stat-fld(2) sf-stat-fld(3)
                       sf-stat-fld(4) sf-stat-fld(5) sf-stat-fld(6)
                       sf-stat-fld(7) sf-stat-fld(8) sf-stat-fld(9)
               end-unstring
               move "N" to snap-found-switch
               perform 320-match-player
                   varying snap-idx from 1 by 1
                   until snap-idx > snap-count or snap-found
               if snap-found
                   subtract 1 from snap-idx
                   move "Y" to se-found(snap-idx, win-idx)
                   perform 325-store-prior-stat
                       varying stat-idx from 1 by 1
                       until stat-idx > 9
               end-if
           end-if.

       315-clear-stat-fld.
           move spaces to sf-stat-fld(stat-idx).

       320-match-player.
           if se-name(snap-idx) = sf-name
               move "Y" to snap-found-switch
           end-if.

       325-store-prior-stat.
           compute se-prior(snap-idx, win-idx, stat-idx) =
               function numval(sf-stat-fld(stat-idx)).

       400-report-window.
           move spaces to movers-report-record
           write movers-report-record
           move spaces to movers-report-record
           string '--- COMPARED WITH ' delimited size
               win-date(win-idx) delimited size
               into movers-report-record
           if win-idx = 1
               move '(1 DAY AGO) ---' to movers-report-record(28:15)
           else
               move '(7 DAYS AGO) ---' to movers-report-record(28:16)
           end-if
           write movers-report-record
           if win-switch(win-idx) not = "Y"
               move '  NO SNAPSHOT ON FILE FOR THAT DAY - SKIPPED'
                   to movers-report-record
               write movers-report-record
               exit paragraph
           end-if
           move 0 to win-compared
           perform 405-count-compared
               varying snap-idx from 1 by 1
               until snap-idx > snap-count
           move spaces to movers-report-record
           move win-compared to disp-count
           string '  PLAYERS IN BOTH SNAPSHOTS: ' delimited size
               disp-count delimited size
               into movers-report-record
           write movers-report-record
           perform 410-report-bank-gains
           perform 420-report-bank-losses
           perform 430-report-level-jumps
           perform 440-report-prestige
           perform 450-report-stockpiling.

       405-count-compared.
           if se-found(snap-idx, win-idx) = "Y"
               add 1 to win-compared
           end-if.

       410-report-bank-gains.
           move 'BIGGEST BANK GAINS:' to movers-report-record
           write movers-report-record
           perform 411-clear-picked
               varying snap-idx from 1 by 1
               until snap-idx > snap-count
           move 0 to section-count
           perform 415-pick-top-gain
               varying rank-idx from 1 by 1
               until rank-idx > movers-top
           perform 490-write-none.

       411-clear-picked.
           move "N" to se-picked(snap-idx).

       415-pick-top-gain.
           move 0 to best-idx best-delta
           perform 416-check-gain
               varying snap-idx from 1 by 1
               until snap-idx > snap-count
           if best-idx > 0
               move best-idx to snap-idx
               move "Y" to se-picked(snap-idx)
               move 1 to stat-idx
               move best-delta to mv-delta
               perform 480-write-change-line
           end-if.

       416-check-gain.
           if se-found(snap-idx, win-idx) = "Y"
               and se-picked(snap-idx) = "N"
               compute mv-delta = se-stat(snap-idx, 1)
                   - se-prior(snap-idx, win-idx, 1)
               if mv-delta > best-delta
                   move mv-delta to best-delta
                   move snap-idx to best-idx
               end-if
           end-if.

       420-report-bank-losses.
           move 'BIGGEST BANK LOSSES:' to movers-report-record
           write movers-report-record
           perform 411-clear-picked
               varying snap-idx from 1 by 1
               until snap-idx > snap-count
           move 0 to section-count
           perform 425-pick-top-loss
               varying rank-idx from 1 by 1
               until rank-idx > movers-top
           perform 490-write-none.

       425-pick-top-loss.
           move 0 to best-idx best-delta
           perform 426-check-loss
               varying snap-idx from 1 by 1
               until snap-idx > snap-count
           if best-idx > 0
               move best-idx to snap-idx
               move "Y" to se-picked(snap-idx)
               move 1 to stat-idx
               move best-delta to mv-delta
               perform 480-write-change-line
           end-if.

       426-check-loss.
           if se-found(snap-idx, win-idx) = "Y"
               and se-picked(snap-idx) = "N"
               compute mv-delta = se-stat(snap-idx, 1)
                   - se-prior(snap-idx, win-idx, 1)
               if mv-delta < best-delta
                   move mv-delta to best-delta
                   move snap-idx to best-idx
               end-if
           end-if.

       430-report-level-jumps.
           move spaces to movers-report-record
           move level-jump-min to disp-count
           string 'LEVEL JUMPS OF ' delimited size
               function trim(disp-count) delimited size
               ' OR MORE:' delimited size
               into movers-report-record
           write movers-report-record
           move 0 to section-count
           perform 435-check-levels
               varying snap-idx from 1 by 1
               until snap-idx > snap-count
           perform 490-write-none.

       435-check-levels.
           if se-found(snap-idx, win-idx) not = "Y"
               exit paragraph
           end-if
           perform 436-check-one-level
               varying stat-idx from 2 by 1
               until stat-idx > 4.

       436-check-one-level.
           compute mv-delta = se-stat(snap-idx, stat-idx)
               - se-prior(snap-idx, win-idx, stat-idx)
           if mv-delta >= level-jump-min
               perform 480-write-change-line
           end-if.

       440-report-prestige.
           move 'PRESTIGE RESETS:' to movers-report-record
           write movers-report-record
           move 0 to section-count
           move 5 to stat-idx
           perform 445-check-prestige
               varying snap-idx from 1 by 1
               until snap-idx > snap-count
           perform 490-write-none.

       445-check-prestige.
           if se-found(snap-idx, win-idx) = "Y"
               compute mv-delta = se-stat(snap-idx, 5)
                   - se-prior(snap-idx, win-idx, 5)
               if mv-delta > 0
                   perform 480-write-change-line
               end-if
           end-if.

       450-report-stockpiling.
           move spaces to movers-report-record
           move stockpile-min to disp-count
           string 'SHIELDS AND PASSES UP ' delimited size
               function trim(disp-count) delimited size
               ' OR MORE:' delimited size
               into movers-report-record
           write movers-report-record
           move 0 to section-count
           perform 455-check-stockpile
               varying snap-idx from 1 by 1
               until snap-idx > snap-count
           perform 490-write-none.

       455-check-stockpile.
           if se-found(snap-idx, win-idx) not = "Y"
               exit paragraph
           end-if
           compute mv-shield-delta = se-stat(snap-idx, 6)
               - se-prior(snap-idx, win-idx, 6)
           compute mv-pass-delta = se-stat(snap-idx, 7)
               - se-prior(snap-idx, win-idx, 7)
           if mv-shield-delta + mv-pass-delta >= stockpile-min
               move 6 to stat-idx
               move mv-shield-delta to mv-delta
               perform 480-write-change-line
               move 7 to stat-idx
               move mv-pass-delta to mv-delta
               perform 480-write-change-line
           end-if.

       480-write-change-line.
           add 1 to section-count
           move mv-delta to disp-delta
           move se-prior(snap-idx, win-idx, stat-idx) to disp-from
           move se-stat(snap-idx, stat-idx) to disp-to
           move spaces to movers-report-record
           string '  ' delimited size
               se-name(snap-idx) delimited size
               ' ' delimited size
               stat-name(stat-idx) delimited size
               ' ' delimited size
               disp-delta delimited size
               '  (' delimited size
               function trim(disp-from) delimited size
               ' -> ' delimited size
               function trim(disp-to) delimited size
               ')' delimited size
               into movers-report-record
           write movers-report-record.

       490-write-none.
           if section-count = 0
               move '  NONE' to movers-report-record
               write movers-report-record
           end-if.

       900-write-footer.
           move spaces to movers-report-record
           write movers-report-record
           move spaces to movers-report-record
           move player-count to disp-count
           string 'PLAYERS QUERIED:     ' delimited size
               disp-count delimited size
               into movers-report-record
           write movers-report-record
           move spaces to movers-report-record
           move failed-count to disp-count
           string 'QUERIES FAILED:      ' delimited size
               disp-count delimited size
               into movers-report-record
           write movers-report-record
           move spaces to movers-report-record
           move snap-dropped to disp-count
           string 'NOT COMPARED (FULL): ' delimited size
               disp-count delimited size
               into movers-report-record
           write movers-report-record
           move spaces to movers-report-record
           string 'SNAPSHOT WRITTEN:    ./NGM/logs/statsnap_'
               delimited size
               run-date delimited size
               '.dat' delimited size
               into movers-report-record
           write movers-report-record.

       102-api-version-handshake.
           perform 591-generate-ticket
           move spaces to api-command
           string 'py ./NGM/api.py VERSION TICKET ' delimited size
               ticket-text delimited size
               ' > nul 2>&1' delimited size
               into api-command
           call "SYSTEM" using api-command
           perform 590-read-response
           if api-response(1:7) = "SUCCESS"
               move api-response(15:2) to server-version
               if server-version = supported-version
                   move "G" to contract-switch
               else
                   move "B" to contract-switch
               end-if
           end-if.

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
               function trim(player-name) delimited size
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

       end program statsnap.
