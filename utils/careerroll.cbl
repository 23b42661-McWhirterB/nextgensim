
       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select career-file assign to career-path
                             organization is line sequential
                             file status is career-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd career-file.
           01 career-record pic x(150).
           fd archive-file.
           05 lines-archived    pic 9(6) value 0.
           05 api-command       pic x(200).

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).

       01  career-scan.
           05 career-status     pic x(2).
           perform 010-pick-cutoff
           compute cutoff-int =
               function integer-of-date(today-date) - cutoff-days
           perform 030-scan-players
           move files-done to disp-count
           display "Career files rolled up: " disp-count
           move lines-archived to disp-count
               move 90 to cutoff-days
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
                   perform 100-rollup-one-player
               end-if
           end-if.
