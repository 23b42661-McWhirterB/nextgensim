       identification division.
       program-id. playerreg.

       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select register-file assign to
               "./NGM/logs/register_log.dat"
                             organization is line sequential
                             file status is register-status.
           select closed-file assign to
               "./NGM/data/closed_accounts.dat"
                             organization is line sequential
                             file status is closed-status.
           select crew-file assign to
               "./NGM/data/crews.dat"
                             organization is line sequential
                             file status is crew-status.
           select loginlog-file assign to loginlog-path
                             organization is line sequential
                             file status is loginlog-status.
           select vacation-file assign to vacation-path
                             organization is line sequential
                             file status is vacation-status.
           select dirlist-file assign to
               "./NGM/logs/dirlist.tmp"
                             organization is line sequential
                             file status is dirlist-status.
           select lock-file assign to lock-path
                             organization is line sequential
                             file status is lock-status.
           select registry-report-file assign to
               "./reports/playerreg_report.dat"
                             organization is line sequential
                             file status is report-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd register-file.
           01 register-record pic x(80).
           fd closed-file.
           01 closed-record pic x(100).
           fd crew-file.
           01 crew-record pic x(100).
           fd loginlog-file.
           01 loginlog-record pic x(40).
           fd vacation-file.
           01 vacation-record pic x(40).
           fd dirlist-file.
           01 dirlist-record pic x(80).
           fd lock-file.
           01 lock-record pic x(20).
           fd registry-report-file.
           01 registry-report-record pic x(132).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 rebuild-switch    pic x(1) value "N".
               88 is-rebuild-mode value "Y".
           05 run-date          pic 9(8).
           05 run-time          pic 9(8).
           05 api-command       pic x(200).
           05 report-status     pic x(2).
           05 disp-count        pic z(5)9.

       01  registry-table.
           05 reg-count         pic 9(4) value 0.
           05 reg-max           pic 9(4) value 2000.
           05 reg-idx           pic 9(4).
           05 reg-found-idx     pic 9(4).
           05 reg-entry occurs 2000 times.
               10 rg-name       pic x(20).
               10 rg-reg-date   pic 9(8).
               10 rg-last-login pic 9(8).
               10 rg-status     pic x(10).
               10 rg-crew       pic x(20).
               10 rg-new-switch pic x(1).
                   88 rg-is-new value "Y".

       01  registry-totals.
           05 rows-added        pic 9(5) value 0.
           05 rows-dropped      pic 9(5) value 0.
           05 rows-active       pic 9(5) value 0.
           05 rows-vacation     pic 9(5) value 0.
           05 rows-locked       pic 9(5) value 0.
           05 rows-closed       pic 9(5) value 0.

       01  players-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 players-line      pic x(100).
           05 preg-name-fld     pic x(20).
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).
           05 preg-crew-fld     pic x(20).
           05 scan-name         pic x(20).

       01  register-scan.
           05 register-status   pic x(2).
           05 register-eof-switch pic x(1) value "N".
               88 end-of-register value "Y".
           05 rl-name-fld       pic x(20).
           05 rl-date-fld       pic x(8).

       01  closed-scan.
           05 closed-status     pic x(2).
           05 closed-eof-switch pic x(1) value "N".
               88 end-of-closed value "Y".
           05 cl-name-fld       pic x(20).
           05 cl-date-fld       pic x(8).

       01  crew-scan.
           05 crew-status       pic x(2).
           05 crew-eof-switch   pic x(1) value "N".
               88 end-of-crews value "Y".
           05 cr-kind-fld       pic x(8).
           05 cr-crew-fld       pic x(20).
           05 cr-player-fld     pic x(20).

       01  login-scan.
           05 loginlog-status   pic x(2).
           05 loginlog-path     pic x(60).
           05 loginlog-eof-switch pic x(1) value "N".
               88 end-of-loginlog value "Y".
           05 ll-date-fld       pic x(8).
           05 ll-time-fld       pic x(8).
           05 ll-result-fld     pic x(4).
           05 last-ok-date      pic 9(8).
           05 consec-fails      pic 9(4).
           05 lockout-fails     pic 9(2) value 5.

       01  vacation-scan.
           05 vacation-status   pic x(2).
           05 vacation-path     pic x(60).
           05 vacation-line     pic x(40).
           05 vc-start-fld      pic x(8).
           05 vc-end-fld        pic x(8).
           05 vac-start         pic 9(8).
           05 vac-end           pic 9(8).

       01  dirlist-scan.
           05 dirlist-status    pic x(2).
           05 dirlist-eof-switch pic x(1) value "N".
               88 end-of-dirlist value "Y".

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
           05 poll-interval-ns  pic 9(9) value 250000000.

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           accept run-time from time
           display "=== PLAYER REGISTRY ==="
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:7) = "REBUILD"
               move "Y" to rebuild-switch
           end-if
           open output registry-report-file
           if report-status not = "00"
               display "Could not open player registry report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           move "players" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display "The player registry is busy - "
                   "try again shortly."
               close registry-report-file
               move 8 to return-code
               stop run
           end-if
           if not is-rebuild-mode
               perform 100-load-registry
               if players-status not = "00"
                   display "No player registry on file - "
                       "rebuilding it from the logs."
                   move "Y" to rebuild-switch
               end-if
           end-if
           if is-rebuild-mode
               display "Player registry running in REBUILD mode."
           end-if
           perform 010-write-header
           perform 200-merge-register-log
           if is-rebuild-mode
               perform 300-scan-log-directory
           end-if
           perform 400-merge-closed-accounts
           perform 500-refresh-player
               varying reg-idx from 1 by 1
               until reg-idx > reg-count
           perform 600-merge-crews
           perform 700-write-registry
           perform 622-release-lock
           perform 900-write-footer
           close registry-report-file
           move reg-count to disp-count
           display "Players on the registry: " disp-count
           move rows-added to disp-count
           display "Players added: " disp-count
           stop run.

       010-write-header.
           move spaces to registry-report-record
           string '=== PLAYER REGISTRY - ' delimited size
               run-date delimited size
               ' ' delimited size
               run-time delimited size
               ' ===' delimited size
               into registry-report-record
           write registry-report-record
           move spaces to registry-report-record
           if is-rebuild-mode
               move 'MODE: REBUILD FROM LOGS' to registry-report-record
           else
               move 'MODE: REFRESH' to registry-report-record
           end-if
           write registry-report-record.

       100-load-registry.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 110-read-registry-line
                   until end-of-players
               close players-file
           end-if.

       110-read-registry-line.
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
               if preg-name-fld not = spaces
                   move preg-name-fld to scan-name
                   perform 150-find-player
                   if reg-found-idx = 0
                       perform 160-add-player
                       if reg-found-idx > 0
                           move "N" to rg-new-switch(reg-found-idx)
                           subtract 1 from rows-added
                       end-if
                   end-if
                   if reg-found-idx > 0
                       compute rg-reg-date(reg-found-idx) =
                           function numval(preg-reg-fld)
                       compute rg-last-login(reg-found-idx) =
                           function numval(preg-last-fld)
                       move preg-status-fld
                           to rg-status(reg-found-idx)
                       move preg-crew-fld to rg-crew(reg-found-idx)
                   end-if
               end-if
           end-if.

       150-find-player.
           move 0 to reg-found-idx
           perform 155-compare-player
               varying reg-idx from 1 by 1
               until reg-idx > reg-count
                   or reg-found-idx > 0.

       155-compare-player.
           if function trim(rg-name(reg-idx))
                   = function trim(scan-name)
               move reg-idx to reg-found-idx
           end-if.

       160-add-player.
           if reg-count >= reg-max
               add 1 to rows-dropped
               exit paragraph
           end-if
           add 1 to reg-count
           move reg-count to reg-found-idx
           move scan-name to rg-name(reg-count)
           move 0 to rg-reg-date(reg-count)
           move 0 to rg-last-login(reg-count)
           move "ACTIVE" to rg-status(reg-count)
           move spaces to rg-crew(reg-count)
           move "Y" to rg-new-switch(reg-count)
           add 1 to rows-added.

       200-merge-register-log.
           move "N" to register-eof-switch
           open input register-file
           if register-status = "00"
               perform 210-read-register-line
                   until end-of-register
               close register-file
           end-if.

       210-read-register-line.
           read register-file
               at end move "Y" to register-eof-switch
           end-read
           if not end-of-register
               move spaces to rl-name-fld rl-date-fld
               unstring register-record delimited by '|'
                   into rl-name-fld rl-date-fld
               end-unstring
               if rl-name-fld not = spaces
                   move rl-name-fld to scan-name
                   perform 150-find-player
                   if reg-found-idx = 0
                       perform 160-add-player
                   end-if
                   if reg-found-idx > 0
                       and rg-reg-date(reg-found-idx) = 0
                       compute rg-reg-date(reg-found-idx) =
                           function numval(rl-date-fld)
                   end-if
               end-if
           end-if.

       300-scan-log-directory.
           move spaces to api-command
           string 'dir /b ./NGM/logs > ./NGM/logs/dirlist.tmp '
               delimited size
               '2> nul' delimited size
               into api-command
           call "SYSTEM" using api-command
           move "N" to dirlist-eof-switch
           open input dirlist-file
           if dirlist-status = "00"
               perform 310-read-dirlist-line
                   until end-of-dirlist
               close dirlist-file
           else
               display "Could not list ./NGM/logs directory."
           end-if.

       310-read-dirlist-line.
           read dirlist-file
               at end move "Y" to dirlist-eof-switch
           end-read
           if not end-of-dirlist
               move spaces to scan-name
               if dirlist-record(1:7) = "career_"
                   unstring dirlist-record(8:73) delimited by '.dat'
                       into scan-name
                   end-unstring
               end-if
               if dirlist-record(1:4) = "txn_"
                   unstring dirlist-record(5:76) delimited by '.dat'
                       into scan-name
                   end-unstring
               end-if
               if scan-name not = spaces
                   perform 150-find-player
                   if reg-found-idx = 0
                       perform 160-add-player
                   end-if
               end-if
           end-if.

       400-merge-closed-accounts.
           move "N" to closed-eof-switch
           open input closed-file
           if closed-status = "00"
               perform 410-read-closed-line
                   until end-of-closed
               close closed-file
           end-if.

       410-read-closed-line.
           read closed-file
               at end move "Y" to closed-eof-switch
           end-read
           if not end-of-closed
               move spaces to cl-name-fld cl-date-fld
               unstring closed-record delimited by '|'
                   into cl-name-fld cl-date-fld
               end-unstring
               if cl-name-fld not = spaces
                   move cl-name-fld to scan-name
                   perform 150-find-player
                   if reg-found-idx = 0
                       perform 160-add-player
                   end-if
                   if reg-found-idx > 0
                       move "CLOSED" to rg-status(reg-found-idx)
                   end-if
               end-if
           end-if.

       500-refresh-player.
           if rg-status(reg-idx) = "CLOSED"
               exit paragraph
           end-if
           perform 510-scan-login-log
           if last-ok-date > rg-last-login(reg-idx)
               move last-ok-date to rg-last-login(reg-idx)
           end-if
           move "ACTIVE" to rg-status(reg-idx)
           if consec-fails >= lockout-fails
               move "LOCKED" to rg-status(reg-idx)
           end-if
           perform 530-check-vacation
           if run-date >= vac-start and run-date <= vac-end
               move "VACATION" to rg-status(reg-idx)
           end-if.

       510-scan-login-log.
           move 0 to last-ok-date consec-fails
           move spaces to loginlog-path
           string './NGM/logs/loginlog_' delimited size
               function trim(rg-name(reg-idx)) delimited size
               '.dat' delimited size
               into loginlog-path
           move "N" to loginlog-eof-switch
           open input loginlog-file
           if loginlog-status = "00"
               perform 520-read-login-line
                   until end-of-loginlog
               close loginlog-file
           end-if.

       520-read-login-line.
           read loginlog-file
               at end move "Y" to loginlog-eof-switch
           end-read
           if not end-of-loginlog
               move spaces to ll-date-fld ll-time-fld ll-result-fld
               unstring loginlog-record delimited by '|'
                   into ll-date-fld ll-time-fld ll-result-fld
               end-unstring
               if ll-result-fld = "OK"
                   compute last-ok-date =
                       function numval(ll-date-fld)
                   move 0 to consec-fails
               else
                   add 1 to consec-fails
               end-if
           end-if.

       530-check-vacation.
           move 0 to vac-start vac-end
           move spaces to vacation-path
           string './NGM/logs/vacation_' delimited size
               function trim(rg-name(reg-idx)) delimited size
               '.dat' delimited size
               into vacation-path
           open input vacation-file
           if vacation-status not = "00"
               exit paragraph
           end-if
           move spaces to vacation-line
           read vacation-file into vacation-line
               at end continue
           end-read
           close vacation-file
           move spaces to vc-start-fld vc-end-fld
           unstring vacation-line delimited by '|'
               into vc-start-fld vc-end-fld
           end-unstring
           compute vac-start = function numval(vc-start-fld)
           compute vac-end = function numval(vc-end-fld).

       600-merge-crews.
           perform 605-clear-crew
               varying reg-idx from 1 by 1
               until reg-idx > reg-count
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 610-read-crew-line
                   until end-of-crews
               close crew-file
           end-if.

       605-clear-crew.
           move spaces to rg-crew(reg-idx).

       610-read-crew-line.
           read crew-file
               at end move "Y" to crew-eof-switch
           end-read
           if not end-of-crews
               move spaces to cr-kind-fld cr-crew-fld cr-player-fld
               unstring crew-record delimited by '|'
                   into cr-kind-fld cr-crew-fld cr-player-fld
               end-unstring
               if cr-kind-fld = "MEMBER"
                   move cr-player-fld to scan-name
                   perform 150-find-player
                   if reg-found-idx > 0
                       move cr-crew-fld to rg-crew(reg-found-idx)
                   end-if
               end-if
           end-if.

       700-write-registry.
           open output players-file
           if players-status not = "00"
               display "Could not write ./NGM/data/players.dat."
               move 8 to return-code
               exit paragraph
           end-if
           perform 710-write-registry-row
               varying reg-idx from 1 by 1
               until reg-idx > reg-count
           close players-file.

       710-write-registry-row.
           move spaces to players-line
           string function trim(rg-name(reg-idx)) delimited size
               '|' delimited size
               rg-reg-date(reg-idx) delimited size
               '|' delimited size
               rg-last-login(reg-idx) delimited size
               '|' delimited size
               function trim(rg-status(reg-idx)) delimited size
               '|' delimited size
               function trim(rg-crew(reg-idx)) delimited size
               into players-line
           write players-record from players-line
           evaluate rg-status(reg-idx)
               when "VACATION" add 1 to rows-vacation
               when "LOCKED" add 1 to rows-locked
               when "CLOSED" add 1 to rows-closed
               when other add 1 to rows-active
           end-evaluate
           if rg-is-new(reg-idx)
               move spaces to registry-report-record
               string 'ADDED ' delimited size
                   function trim(players-line) delimited size
                   into registry-report-record
               write registry-report-record
           end-if.

       900-write-footer.
           move spaces to registry-report-record
           move reg-count to disp-count
           string 'PLAYERS:      ' delimited size
               disp-count delimited size
               into registry-report-record
           write registry-report-record
           move spaces to registry-report-record
           move rows-active to disp-count
           string 'ACTIVE:       ' delimited size
               disp-count delimited size
               into registry-report-record
           write registry-report-record
           move spaces to registry-report-record
           move rows-vacation to disp-count
           string 'VACATION:     ' delimited size
               disp-count delimited size
               into registry-report-record
           write registry-report-record
           move spaces to registry-report-record
           move rows-locked to disp-count
           string 'LOCKED:       ' delimited size
               disp-count delimited size
               into registry-report-record
           write registry-report-record
           move spaces to registry-report-record
           move rows-closed to disp-count
           string 'CLOSED:       ' delimited size
               disp-count delimited size
               into registry-report-record
           write registry-report-record
           move spaces to registry-report-record
           move rows-added to disp-count
           string 'ADDED:        ' delimited size
               disp-count delimited size
               into registry-report-record
           write registry-report-record
           if rows-dropped > 0
               move spaces to registry-report-record
               move rows-dropped to disp-count
               string 'DROPPED (TABLE FULL): ' delimited size
                   disp-count delimited size
                   into registry-report-record
               write registry-report-record
               display "Registry table is full - some players "
                   "were left off."
               move 4 to return-code
           end-if.

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

       end program playerreg.
