
       environment division.
       input-output section.
           select players-file assign to
               "./NGM/data/players.dat"
                             organization is line sequential
                             file status is players-status.
           select check-file assign to check-path
                             organization is line sequential
                             file status is check-status.

       data division.
       file section.
           fd players-file.
           01 players-record pic x(100).
           fd check-file.
           01 check-record pic x(200).
           fd clean-file.
           05 lines-quarantined pic 9(6) value 0.
           05 disp-count        pic z(5)9.

       01  player-scan.
           05 players-status    pic x(2).
           05 players-eof-switch pic x(1) value "N".
               88 end-of-players value "Y".
           05 player-name       pic x(20).
           05 preg-reg-fld      pic x(8).
           05 preg-last-fld     pic x(8).
           05 preg-status-fld   pic x(10).
           05 player-prefix     pic x(8).

       01  file-check.
           05 check-status      pic x(2).
           perform 300-check-one-file
           move "./NGM/data/heists.dat" to check-path
           move 6 to check-class
           perform 300-check-one-file
           move "./NGM/data/players.dat" to check-path
           move 13 to check-class
           perform 300-check-one-file.

       200-check-player-files.
           move "N" to players-eof-switch
           open input players-file
           if players-status = "00"
               perform 210-read-player-line
                   until end-of-players
               close players-file
           else
               display "Player registry ./NGM/data/players.dat"
                   " is missing - run playerreg REBUILD."
               move 8 to return-code
           end-if.

       210-read-player-line.
           read players-file
               at end move "Y" to players-eof-switch
           end-read
           if not end-of-players
               move spaces to player-name preg-status-fld
               unstring players-record delimited by '|'
                   into player-name preg-reg-fld preg-last-fld
                       preg-status-fld
               end-unstring
               if player-name not = spaces
                   and preg-status-fld not = "CLOSED"
                   perform 220-check-player-class
                       varying check-class from 7 by 1
                       until check-class > 12
               end-if
           end-if.

       220-check-player-class.
           evaluate check-class
               when 7 move "txn_" to player-prefix
               when 8 move "career_" to player-prefix
               when 9 move "loan_" to player-prefix
               when 10 move "policy_" to player-prefix
               when 11 move "coin_" to player-prefix
               when 12 move "mail_" to player-prefix
           end-evaluate
           move spaces to check-path
           string './NGM/logs/' delimited size
               function trim(player-prefix) delimited size
               function trim(player-name) delimited size
               '.dat' delimited size
               into check-path
           perform 300-check-one-file.

       300-check-one-file.
           move 0 to file-bad-count file-line-count
           move "N" to check-eof-switch
               when 10 perform 510-validate-policy
               when 11 perform 520-validate-coin
               when 12 perform 530-validate-mail
               when 13 perform 540-validate-players
           end-evaluate.

       410-quarantine-line.
                   if fld-count < 3
                       move "SHORTREC" to check-error
                   end-if
               when "REQUEST"
                   if fld-count < 4
                       move "SHORTREC" to check-error
                   end-if
               when "PERK"
                   if fld-count < 4
                       move "SHORTREC" to check-error
       440-validate-bounty.
           if fld-entry(1) not = "OPEN"
               and fld-entry(1) not = "PAID"
               and fld-entry(1) not = "CANCEL"
               and fld-entry(1) not = "EXPIRED"
               move "BADKIND" to check-error
               exit paragraph
           end-if
               and fld-entry(1) not = "WORK"
               and fld-entry(1) not = "PRST"
               and fld-entry(1) not = "MONTH"
               and fld-entry(1) not = "TIMEOUT"
               move "BADKIND" to check-error
               exit paragraph
           end-if
               move "BADNUM" to check-error
           end-if.

       540-validate-players.
           if fld-count < 4
               move "SHORTREC" to check-error
               exit paragraph
           end-if
           if fld-entry(1) = spaces
               move "NONAME" to check-error
               exit paragraph
           end-if
           move fld-entry(2) to num-check-field
           perform 610-check-numeric
           if not field-is-numeric
               move "BADNUM" to check-error
               exit paragraph
           end-if
           if fld-entry(4) not = "ACTIVE"
               and fld-entry(4) not = "VACATION"
               and fld-entry(4) not = "LOCKED"
               and fld-entry(4) not = "CLOSED"
               move "BADSTATUS" to check-error
           end-if.

       600-require-number-2-to-5.
           perform varying fld-idx from 3 by 1
                   until fld-idx > 5 or not line-is-clean
