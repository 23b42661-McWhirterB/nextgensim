               season-score-path
                             organization is line sequential
                             file status is season-score-status.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.

       data division.
       file section.
           01 season-record pic x(80).
           fd season-score-file.
           01 season-score-record pic x(40).
           fd players-file.
           01 players-record pic x(100).

       working-storage section.
       01  local-data.
           05 ticket-number    pic 9(10).
           05 ticket-text      pic x(10).
           05 retry-count      pic 9(2).
           05 journal-program  pic x(12) value "highscores".
           05 journal-queued   pic x(1) value "N".
           05 poll-interval-ns pic 9(9) value 250000000.
           05 api-response-path pic x(60)
               value "./logs/api_response.dat".
           05 season-status       pic x(2).
           05 season-score-status pic x(2).
           05 season-score-path   pic x(60).
           05 players-status      pic x(2).
           05 players-eof-switch  pic x(1) value "N".
               88 end-of-players value "Y".
           05 season-id           pic x(10) value spaces.
           05 season-kind-fld     pic x(8).
           05 season-id-fld       pic x(10).
           05 sb-player           pic x(20).
           05 preg-reg-fld        pic x(8).
           05 preg-last-fld       pic x(8).
           05 preg-status-fld     pic x(10).
           05 sb-count            pic 9(2) value 0.
           05 sb-idx              pic 9(2).
           05 sb-jdx              pic 9(2).
           05 ss-earned-fld       pic x(10).
           05 ss-wins-fld         pic x(6).
           05 season-score-line   pic x(40).
           05 disp-earned         pic -(8)9.

       01  category-info.
                   or retry-count > 40
           if api-response(991:10) not = ticket-text
               move "ERROR:Stale or missing response" to api-response
           end-if
           call './NGM/utils/apijournal' using journal-program
               api-command ticket-text retry-count api-response
               journal-queued.

       112-attempt-read.
           move spaces to api-response

       420-load-season-scores.
           move 0 to sb-count
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 425-read-season-player-line
                   until end-of-players or sb-count = 20
               close players-file
           end-if.

       425-read-season-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to sb-player preg-status-fld
               unstring players-record delimited by '|'
                   into sb-player preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if sb-player not = spaces
                   and preg-status-fld not = "CLOSED"
                   perform 427-load-one-season-score
               end-if
           end-if.

       427-load-one-season-score.
           move spaces to season-score-path
           string './NGM/logs/season_' delimited size
               function trim(season-id) delimited size
               '_' delimited size
               function trim(sb-player) delimited size
               '.dat' delimited size
               into season-score-path
           open input season-score-file
           if season-score-status = "00"
