
       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd tunables-file.
           01 tunables-record pic x(40).
           fd career-file.
           05 disp-count     pic z(3)9.
           05 anomaly-status pic x(2).

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).

       01  tunables.
           05 tunables-status     pic x(2).
               ' ===' delimited size
               into anomaly-record
           write anomaly-record
           perform 100-survey-earnings
           perform 200-compute-median
           perform 300-flag-anomalies
               end-if
           end-if.

       100-survey-earnings.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 110-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       110-read-player-line.
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
                   and survey-count < 500
                   perform 120-scan-one-career
                   add 1 to survey-count
                   move player-name to sv-player(survey-count)
