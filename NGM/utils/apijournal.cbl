       identification division.
       program-id. apijournal.

       environment division.
       input-output section.
           select journal-file assign to
               "./NGM/logs/api_journal.dat"
               organization is line sequential
               file status is journal-status.

       data division.
       file section.
           fd journal-file.
           01 journal-record pic x(100).

       working-storage section.
       01  journal-work.
           05 journal-status    pic x(2).
           05 journal-line      pic x(100).
           05 journal-date      pic 9(8).
           05 journal-time      pic 9(8).
           05 cmd-tok1          pic x(20).
           05 cmd-tok2          pic x(20).
           05 cmd-verb          pic x(16).
           05 journal-outcome   pic x(12).

       linkage section.
       01  journal-program  pic x(12).
       01  journal-command  pic x(100).
       01  journal-ticket   pic x(10).
       01  journal-polls    pic 9(2).
       01  journal-response pic x(40).
       01  journal-queued   pic x(1).

       procedure division using journal-program journal-command
           journal-ticket journal-polls journal-response
           journal-queued.
       000-main.
           accept journal-date from date yyyymmdd
           accept journal-time from time
           move spaces to cmd-tok1 cmd-tok2 cmd-verb
           unstring journal-command delimited by all spaces
               into cmd-tok1 cmd-tok2 cmd-verb
           end-unstring
           if cmd-verb = spaces
               move "UNKNOWN" to cmd-verb
           end-if
           perform 100-classify-outcome
           move spaces to journal-line
           string journal-date delimited size
               '|' delimited size
               journal-time delimited size
               '|' delimited size
               function trim(journal-program) delimited size
               '|' delimited size
               function trim(cmd-verb) delimited size
               '|' delimited size
               journal-ticket delimited size
               '|' delimited size
               journal-polls delimited size
               '|' delimited size
               function trim(journal-outcome) delimited size
               '|' delimited size
               journal-queued delimited size
               into journal-line
           open extend journal-file
           if journal-status not = "00"
               open output journal-file
           end-if
           if journal-status = "00"
               write journal-record from journal-line
               close journal-file
           end-if
           goback.

       100-classify-outcome.
           move spaces to journal-outcome
           evaluate true
               when journal-response(1:7) = "SUCCESS"
                   move "SUCCESS" to journal-outcome
               when journal-response(1:31) =
                       "ERROR:Stale or missing response"
                   move "STALE" to journal-outcome
               when journal-response = spaces
                   move "NONE" to journal-outcome
               when other
                   unstring journal-response delimited by ':'
                       or ' '
                       into journal-outcome
                   end-unstring
           end-evaluate.

       end program apijournal.
