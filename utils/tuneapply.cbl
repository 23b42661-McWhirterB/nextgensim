       identification division.
       program-id. tuneapply.

       environment division.
       input-output section.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.
           select tune-ranges-file assign to
               "./NGM/data/tunable_ranges.dat"
                             organization is line sequential
                             file status is ranges-status.
           select tune-pending-file assign to
               "./NGM/data/tunables_pending.dat"
                             organization is line sequential
                             file status is pending-status.
           select tune-pending-temp-file assign to
               "./NGM/data/tunables_pending.tmp"
                             organization is line sequential
                             file status is pending-temp-status.
           select audit-file assign to
               "./NGM/logs/admin_audit.dat"
                             organization is line sequential
                             file status is audit-status.
           select lock-file assign to lock-path
                             organization is line sequential
                             file status is lock-status.

       data division.
       file section.
           fd tunables-file.
           01 tunables-record pic x(40).
           fd tune-ranges-file.
           01 tune-ranges-record pic x(80).
           fd tune-pending-file.
           01 tune-pending-record pic x(150).
           fd tune-pending-temp-file.
           01 tune-pending-temp-record pic x(150).
           fd audit-file.
           01 audit-record pic x(150).
           fd lock-file.
           01 lock-record pic x(20).

       working-storage section.
       01  run-control.
           05 run-date          pic 9(8).
           05 api-command       pic x(500).
           05 poll-interval-ns  pic 9(9) value 250000000.
           05 disp-count        pic z(4)9.

       01  range-table.
           05 ranges-status     pic x(2).
           05 ranges-eof-switch pic x(1) value "N".
               88 end-of-ranges value "Y".
           05 range-line        pic x(80).
           05 tr-key-fld        pic x(20).
           05 tr-type-fld       pic x(4).
           05 tr-min-fld        pic x(10).
           05 tr-max-fld        pic x(10).
           05 tr-count          pic 9(3) value 0.
           05 tr-idx            pic 9(3).
           05 tr-found-switch   pic x(1) value "N".
               88 tr-key-found value "Y".
           05 tr-entry occurs 80 times.
               10 tr-key        pic x(20).
               10 tr-type       pic x(4).
               10 tr-min        pic 9(8).
               10 tr-max        pic 9(8).
               10 tr-min-text   pic x(10).
               10 tr-max-text   pic x(10).

       01  tunables-table.
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).
           05 tv-count          pic 9(3) value 0.
           05 tv-idx            pic 9(3).
           05 tv-found-switch   pic x(1) value "N".
               88 tv-key-found value "Y".
           05 tunables-changed-switch pic x(1) value "N".
               88 tunables-changed value "Y".
           05 tv-entry occurs 100 times.
               10 tv-line       pic x(40).
               10 tv-name       pic x(20).
               10 tv-value      pic x(10).

       01  pending-book.
           05 pending-status    pic x(2).
           05 pending-temp-status pic x(2).
           05 pending-eof-switch pic x(1) value "N".
               88 end-of-pending value "Y".
           05 pending-changed-switch pic x(1) value "N".
               88 pending-changed value "Y".
           05 tune-line         pic x(150).
           05 tp-id             pic x(16).
           05 tp-key            pic x(20).
           05 tp-value          pic x(10).
           05 tp-eff            pic x(8).
           05 tp-state          pic x(10).
           05 tp-old            pic x(10).
           05 tp-maker          pic x(10).
           05 tp-checker        pic x(10).
           05 tp-decided        pic x(8).
           05 tp-reason         pic x(40).
           05 tp-eff-date       pic 9(8).
           05 tune-key          pic x(20).
           05 tune-value-fld    pic x(10).
           05 tune-value        pic 9(8).
           05 tune-valid-switch pic x(1) value "N".
               88 tune-value-ok value "Y".
           05 tune-old-value    pic x(10).

       01  apply-counts.
           05 changes-applied   pic 9(5) value 0.
           05 changes-refused   pic 9(5) value 0.
           05 changes-waiting   pic 9(5) value 0.
           05 changes-ahead     pic 9(5) value 0.
           05 bad-lines         pic 9(5) value 0.

       01  audit-trail.
           05 audit-status      pic x(2).
           05 audit-line        pic x(150).
           05 audit-operator    pic x(10).
           05 audit-field       pic x(12).
           05 audit-reason      pic x(40).
           05 audit-date        pic 9(8).
           05 audit-time        pic 9(8).

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

       procedure division.
       000-main.
           accept run-date from date yyyymmdd
           display "=== TUNABLES START-OF-DAY ==="
           move "tunables" to lock-name
           perform 619-acquire-lock
           if not lock-acquired
               display "Tunables are busy - try again shortly."
               move 8 to return-code
               stop run
           end-if
           perform 100-load-ranges
           perform 200-load-tunables
           perform 300-apply-pending
           if tunables-changed
               perform 400-write-tunables
           end-if
           perform 622-release-lock
           perform 500-check-tunables
           move changes-applied to disp-count
           display "Changes applied:      " disp-count
           move changes-refused to disp-count
           display "Changes refused:      " disp-count
           move changes-ahead to disp-count
           display "Scheduled for later:  " disp-count
           move changes-waiting to disp-count
           display "Awaiting approval:    " disp-count
           if bad-lines > 0
               move bad-lines to disp-count
               display "Bad tunables lines:   " disp-count
           end-if
           stop run.

       100-load-ranges.
           move "N" to ranges-eof-switch
           open input tune-ranges-file
           if ranges-status not = "00"
               display "Range table ./NGM/data/tunable_ranges.dat"
                   " is missing - nothing applied."
               perform 622-release-lock
               move 8 to return-code
               stop run
           end-if
           perform 110-read-range-line
               until end-of-ranges
           close tune-ranges-file.

       110-read-range-line.
           read tune-ranges-file into range-line
               at end move "Y" to ranges-eof-switch
           end-read
           if end-of-ranges or tr-count >= 80
               exit paragraph
           end-if
           move spaces to tr-key-fld tr-type-fld tr-min-fld tr-max-fld
           unstring range-line delimited by '|'
               into tr-key-fld tr-type-fld tr-min-fld tr-max-fld
           end-unstring
           if tr-key-fld = spaces
               exit paragraph
           end-if
           add 1 to tr-count
           move tr-key-fld to tr-key(tr-count)
           move tr-type-fld to tr-type(tr-count)
           move tr-min-fld to tr-min-text(tr-count)
           move tr-max-fld to tr-max-text(tr-count)
           move 0 to tr-min(tr-count) tr-max(tr-count)
           if tr-type-fld = "NUM"
               compute tr-min(tr-count) = function numval(tr-min-fld)
               compute tr-max(tr-count) = function numval(tr-max-fld)
           end-if.

       120-find-range.
           move "N" to tr-found-switch
           perform 125-match-range
               varying tr-idx from 1 by 1
               until tr-idx > tr-count or tr-key-found
           if tr-key-found
               subtract 1 from tr-idx
           end-if.

       125-match-range.
           if tr-key(tr-idx) = tune-key
               move "Y" to tr-found-switch
           end-if.

       130-validate-value.
           move "N" to tune-valid-switch
           perform 120-find-range
           if not tr-key-found
               exit paragraph
           end-if
           if tr-type(tr-idx) = "LANG"
               if tune-value-fld = tr-min-text(tr-idx)
                   or tune-value-fld = tr-max-text(tr-idx)
                   move "Y" to tune-valid-switch
               end-if
               exit paragraph
           end-if
           if tune-value-fld = spaces
               or function test-numval(tune-value-fld) not = 0
               exit paragraph
           end-if
           if function numval(tune-value-fld) not =
                   function integer(function numval(tune-value-fld))
               exit paragraph
           end-if
           compute tune-value = function numval(tune-value-fld)
           if tune-value >= tr-min(tr-idx)
               and tune-value <= tr-max(tr-idx)
               move "Y" to tune-valid-switch
           end-if.

       200-load-tunables.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 210-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if.

       210-read-tunable-line.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if end-of-tunables or tv-count >= 100
               exit paragraph
           end-if
           add 1 to tv-count
           move tunables-record to tv-line(tv-count)
           move spaces to tunable-name tunable-value-fld
           unstring tunables-record delimited by '|'
               into tunable-name tunable-value-fld
           end-unstring
           move tunable-name to tv-name(tv-count)
           move tunable-value-fld to tv-value(tv-count).

       220-find-tunable.
           move "N" to tv-found-switch
           perform 225-match-tunable
               varying tv-idx from 1 by 1
               until tv-idx > tv-count or tv-key-found
           if tv-key-found
               subtract 1 from tv-idx
           end-if.

       225-match-tunable.
           if tv-name(tv-idx) = tune-key
               move "Y" to tv-found-switch
           end-if.

       300-apply-pending.
           move "N" to pending-eof-switch
           open input tune-pending-file
           if pending-status not = "00"
               exit paragraph
           end-if
           open output tune-pending-temp-file
           if pending-temp-status not = "00"
               close tune-pending-file
               display "Could not open the pending work file."
               move 8 to return-code
               exit paragraph
           end-if
           perform 310-judge-pending-line
               until end-of-pending
           close tune-pending-file
           close tune-pending-temp-file
           if pending-changed
               perform 380-copy-pending-back
           end-if.

       310-judge-pending-line.
           read tune-pending-file into tune-line
               at end move "Y" to pending-eof-switch
           end-read
           if end-of-pending
               exit paragraph
           end-if
           if tune-line not = spaces
               perform 320-split-pending-line
               evaluate tp-state
                   when "PROPOSED"
                       add 1 to changes-waiting
                   when "SCHEDULED"
                       if tp-eff-date <= run-date
                           perform 330-apply-one-change
                       else
                           add 1 to changes-ahead
                       end-if
               end-evaluate
           end-if
           write tune-pending-temp-record from tune-line.

       320-split-pending-line.
           move spaces to tp-id tp-key tp-value tp-eff tp-state
               tp-old tp-maker tp-checker tp-decided tp-reason
           unstring tune-line delimited by '|'
               into tp-id tp-key tp-value tp-eff tp-state tp-old
                   tp-maker tp-checker tp-decided tp-reason
           end-unstring
           move 0 to tp-eff-date
           if tp-eff is numeric
               move tp-eff to tp-eff-date
           end-if.

       330-apply-one-change.
           move "Y" to pending-changed-switch
           move tp-key to tune-key
           move tp-value to tune-value-fld
           perform 130-validate-value
           perform 220-find-tunable
           move tp-old to tune-old-value
           if tv-key-found
               move tv-value(tv-idx) to tune-old-value
           end-if
           if not tune-value-ok
               add 1 to changes-refused
               move "REJECTED" to tp-state
               move "TUNE-REJECT" to audit-field
               move "OUT OF RANGE WHEN APPLIED" to audit-reason
               display "Refused " function trim(tp-key) " = "
                   function trim(tp-value) " - out of range"
           else
               add 1 to changes-applied
               move "APPLIED" to tp-state
               move "TUNE-APPLY" to audit-field
               move tp-reason to audit-reason
               perform 340-set-tunable
               display "Applied " function trim(tp-key) " = "
                   function trim(tp-value)
           end-if
           move tp-checker to audit-operator
           perform 360-write-audit
           move spaces to tune-line
           string tp-id delimited size
               '|' delimited size
               function trim(tp-key) delimited size
               '|' delimited size
               function trim(tp-value) delimited size
               '|' delimited size
               tp-eff delimited size
               '|' delimited size
               function trim(tp-state) delimited size
               '|' delimited size
               function trim(tp-old) delimited size
               '|' delimited size
               function trim(tp-maker) delimited size
               '|' delimited size
               function trim(tp-checker) delimited size
               '|' delimited size
               run-date delimited size
               '|' delimited size
               function trim(tp-reason) delimited size
               into tune-line.

       340-set-tunable.
           move "Y" to tunables-changed-switch
           if not tv-key-found
               if tv-count >= 100
                   exit paragraph
               end-if
               add 1 to tv-count
               move tv-count to tv-idx
               move tp-key to tv-name(tv-idx)
           end-if
           move tp-value to tv-value(tv-idx)
           move spaces to tv-line(tv-idx)
           string function trim(tv-name(tv-idx)) delimited size
               '|' delimited size
               function trim(tv-value(tv-idx)) delimited size
               into tv-line(tv-idx).

       360-write-audit.
           accept audit-date from date yyyymmdd
           accept audit-time from time
           move spaces to audit-line
           string function trim(audit-operator) delimited size
               '|' delimited size
               audit-date delimited size
               '|' delimited size
               audit-time delimited size
               '|' delimited size
               function trim(tp-key) delimited size
               '|' delimited size
               function trim(audit-field) delimited size
               '|' delimited size
               function trim(tune-old-value) delimited size
               '|' delimited size
               function trim(tp-value) delimited size
               '|' delimited size
               function trim(audit-reason) delimited size
               into audit-line
           open extend audit-file
           if audit-status not = "00"
               open output audit-file
           end-if
           if audit-status = "00"
               write audit-record from audit-line
               close audit-file
           end-if.

       380-copy-pending-back.
           move "N" to pending-eof-switch
           open input tune-pending-temp-file
           open output tune-pending-file
           if pending-temp-status = "00"
               and pending-status = "00"
               perform 385-copy-one-pending-line
                   until end-of-pending
           end-if
           close tune-pending-temp-file
           close tune-pending-file.

       385-copy-one-pending-line.
           read tune-pending-temp-file
               at end move "Y" to pending-eof-switch
           end-read
           if not end-of-pending
               write tune-pending-record
                   from tune-pending-temp-record
           end-if.

       400-write-tunables.
           open output tunables-file
           if tunables-status not = "00"
               display "Could not rewrite ./NGM/data/tunables.dat."
               move 8 to return-code
               exit paragraph
           end-if
           perform 410-write-tunable-line
               varying tv-idx from 1 by 1
               until tv-idx > tv-count
           close tunables-file.

       410-write-tunable-line.
           write tunables-record from tv-line(tv-idx).

       500-check-tunables.
           perform 510-check-one-tunable
               varying tv-idx from 1 by 1
               until tv-idx > tv-count.

       510-check-one-tunable.
           if tv-name(tv-idx) = spaces
               exit paragraph
           end-if
           move tv-name(tv-idx) to tune-key
           move tv-value(tv-idx) to tune-value-fld
           perform 130-validate-value
           if not tr-key-found
               add 1 to bad-lines
               display "Unknown key in tunables.dat: "
                   function trim(tv-name(tv-idx))
               exit paragraph
           end-if
           if not tune-value-ok
               add 1 to bad-lines
               display "Bad value in tunables.dat: "
                   function trim(tv-name(tv-idx)) " = "
                   function trim(tv-value(tv-idx))
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

       end program tuneapply.
