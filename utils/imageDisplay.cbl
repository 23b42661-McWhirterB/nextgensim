           05  starttime     pic 9(7) value 0.
           05  endtime       pic 9(7) value 0.
           05  time-worked   pic 9(5) value 0.
       01  art-request.
           05  art-name         pic x(12).
           05  art-repeat       pic 9(3).
       
       linkage section.
       01  programcall pic 9(1).
           000-evaluate-programcall.
           display erase screen
           if programcall = 0
               move "SPLASH" to art-name
               move 1 to art-repeat
               perform 150-play-art
               accept keypress
               goback
           end-if
           end-if.

           100-dance.
           move "CRABDANCE" to art-name
           move dance-step to art-repeat
           perform 150-play-art
           display erase screen
           goback.

           110-work.
              accept starttime from time
              move "WORK" to art-name
              move 1 to art-repeat
              perform 150-play-art
              accept keypress at 1540
              accept endtime from time
              display erase screen
              display "Press any key to continue..." at 0602
              accept keypress
              goback.

           150-play-art.
           call "./NGM/utils/artplay" using art-name art-repeat.
