       identification division.
       program-id. crewstmt.

       environment division.
       input-output section.
           select crew-file assign to
               "./NGM/data/crews.dat"
                             organization is line sequential
                             file status is crew-status.
           select ledger-file assign to
               "./NGM/logs/crew_ledger.dat"
                             organization is line sequential
                             file status is ledger-status.
           select stmt-file assign to stmt-path
                             organization is line sequential
                             file status is stmt-status.
           select totals-file assign to totals-path
                             organization is line sequential
                             file status is totals-status.
           select mail-log-file assign to mail-log-path
                             organization is line sequential
                             file status is mail-log-status.
           select messages-file assign to
               "./NGM/data/messages.dat"
                             organization is line sequential
                             file status is messages-status.
           select prefs-file assign to prefs-path
                             organization is line sequential
                             file status is prefs-status.
           select tunables-file assign to
               "./NGM/data/tunables.dat"
                             organization is line sequential
                             file status is tunables-status.

       data division.
       file section.
           fd crew-file.
           01 crew-record pic x(100).
           fd ledger-file.
           01 ledger-record pic x(120).
           fd stmt-file.
           01 stmt-record pic x(100).
           fd totals-file.
           01 totals-record pic x(100).
           fd mail-log-file.
           01 mail-log-record pic x(150).
           fd messages-file.
           01 messages-record pic x(120).
           fd prefs-file.
           01 prefs-record pic x(40).
           fd tunables-file.
           01 tunables-record pic x(40).

       working-storage section.
       01  run-control.
           05 command-line-arg  pic x(80).
           05 stmt-month        pic x(6).
           05 stmt-month-num redefines stmt-month pic 9(6).
           05 stmt-year         pic 9(4).
           05 stmt-mm           pic 9(2).
           05 month-last-day    pic 9(8).
           05 today-date        pic 9(8).
           05 crew-count        pic 9(4) value 0.
           05 unbalanced-count  pic 9(4) value 0.

       01  crew-scan.
           05 crew-status       pic x(2).
           05 crew-eof-switch   pic x(1) value "N".
               88 end-of-crews value "Y".
           05 cw-kind-fld       pic x(7).
           05 cw-name-fld       pic x(20).
           05 cw-third-fld      pic x(20).
           05 crew-table-count  pic 9(4) value 0.
           05 crew-idx          pic 9(4).
           05 crew-entry occurs 200 times.
               10 ct-name       pic x(20).
               10 ct-treasury   pic s9(9).

       01  crew-figures.
           05 this-crew         pic x(20).
           05 current-treasury  pic s9(9) value 0.
           05 opening-treasury  pic s9(9) value 0.
           05 closing-treasury  pic s9(9) value 0.
           05 net-after-month   pic s9(9) value 0.
           05 total-dues        pic s9(9) value 0.
           05 total-cuts        pic s9(9) value 0.
           05 total-perks       pic s9(9) value 0.
           05 total-buyins      pic s9(9) value 0.
           05 total-wins        pic s9(9) value 0.
           05 total-refunds     pic s9(9) value 0.
           05 total-bonus       pic s9(9) value 0.
           05 total-wars        pic s9(9) value 0.
           05 perk-count        pic 9(4) value 0.
           05 last-snapshot     pic s9(9) value 0.
           05 snapshot-switch   pic x(1) value "N".
               88 have-snapshot value "Y".
           05 out-by-amount     pic s9(9) value 0.

       01  member-table.
           05 member-count      pic 9(2) value 0.
           05 member-idx        pic 9(2).
           05 member-found-idx  pic 9(2).
           05 match-name        pic x(20).
           05 member-entry occurs 40 times.
               10 mt-name       pic x(20).
               10 mt-current    pic x(1).
               10 mt-dues       pic s9(9).
               10 mt-buyins     pic s9(9).
               10 mt-wins       pic s9(9).
               10 mt-refunds    pic s9(9).
               10 mt-bonus      pic s9(9).

       01  ledger-scan.
           05 ledger-status     pic x(2).
           05 ledger-eof-switch pic x(1) value "N".
               88 end-of-ledger value "Y".
           05 ld-crew-fld       pic x(20).
           05 ld-date-fld       pic x(8).
           05 ld-time-fld       pic x(8).
           05 ld-kind-fld       pic x(9).
           05 ld-player-fld     pic x(20).
           05 ld-amount-fld     pic x(10).
           05 ld-treasury-fld   pic x(10).
           05 ld-ref-fld        pic x(20).
           05 ld-ref-date-fld   pic x(8).
           05 ld-date           pic 9(8).
           05 ld-amount         pic s9(9).

       01  mail-post.
           05 mail-log-status   pic x(2).
           05 mail-log-path     pic x(60).
           05 mail-log-line     pic x(150).
           05 mail-to           pic x(20).
           05 mail-date         pic 9(8).
           05 mail-time         pic 9(8).
           05 mail-eof-switch   pic x(1) value "N".
               88 end-of-stmt-read value "Y".
           05 mail-body         pic x(120).

       01  message-catalog.
           05 messages-status   pic x(2).
           05 messages-eof-switch pic x(1) value "N".
               88 end-of-messages value "Y".
           05 messages-line     pic x(120).
           05 msg-no-fld        pic x(4).
           05 msg-lang-fld      pic x(2).
           05 msg-text-fld      pic x(100).
           05 msg-low           pic 9(4) value 5000.
           05 msg-high          pic 9(4) value 5099.
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
           05 tunables-status   pic x(2).
           05 tunables-eof-switch pic x(1) value "N".
               88 end-of-tunables value "Y".
           05 tunable-name      pic x(20).
           05 tunable-value-fld pic x(10).

       01  statement-labels.
           05 lbl-english-list.
               10 filler pic x(19) value 'OPENING TREASURY: $'.
               10 filler pic x(19) value 'TOTAL DUES IN:    $'.
               10 filler pic x(19) value 'HEIST CUTS IN:    $'.
               10 filler pic x(19) value 'PERKS BOUGHT:     $'.
               10 filler pic x(19) value 'CLOSING TREASURY: $'.
               10 filler pic x(19) value 'CREW WARS NET:    $'.
           05 lbl-english-table redefines lbl-english-list.
               10 lbl-english pic x(19) occurs 6 times.
           05 lbl-local         pic x(40) occurs 6 times.
           05 lbl-idx           pic 9(1).
           05 lbl-hit           pic 9(1).

       01  report-work.
           05 stmt-status       pic x(2).
           05 stmt-path         pic x(60).
           05 totals-status     pic x(2).
           05 totals-path       pic x(60).
           05 stmt-open-switch  pic x(1) value "N".
               88 stmt-written value "Y".
           05 balance-word      pic x(10).
           05 disp-amount       pic -(8)9.
           05 disp-amount-2     pic -(8)9.
           05 disp-amount-3     pic -(8)9.
           05 disp-amount-4     pic -(8)9.
           05 disp-amount-5     pic -(8)9.
           05 disp-amount-6     pic -(8)9.
           05 disp-count        pic z(3)9.

       procedure division.
       000-main.
           display "=== MONTHLY CREW STATEMENTS ==="
           perform 010-pick-month
           perform 060-load-site-language
           perform 050-load-messages
           perform 020-open-totals
           perform 030-load-crews
           perform 100-statement-for-crew
               varying crew-idx from 1 by 1
               until crew-idx > crew-table-count
           perform 090-write-run-totals
           close totals-file
           move crew-count to disp-count
           display "Crews stated:   " disp-count
           move unbalanced-count to disp-count
           display "Out of balance: " disp-count
           stop run.

       010-pick-month.
           accept today-date from date yyyymmdd
           move spaces to command-line-arg
           accept command-line-arg from command-line
           if command-line-arg(1:6) = "MONTH="
               and command-line-arg(7:6) is numeric
               move command-line-arg(7:6) to stmt-month
           else
               move today-date(1:4) to stmt-year
               move today-date(5:2) to stmt-mm
               if stmt-mm = 1
                   subtract 1 from stmt-year
                   move 12 to stmt-mm
               else
                   subtract 1 from stmt-mm
               end-if
               compute stmt-month-num = stmt-year * 100 + stmt-mm
           end-if
           compute month-last-day = stmt-month-num * 100 + 31.

       020-open-totals.
           move spaces to totals-path
           string './reports/crew_statement_totals_' delimited size
               stmt-month delimited size
               '.dat' delimited size
               into totals-path
           open output totals-file
           if totals-status not = "00"
               display "Could not open totals report - "
                   "make sure ./reports/ exists."
               move 8 to return-code
               stop run
           end-if
           move spaces to totals-record
           string '=== CREW STATEMENT TOTALS - ' delimited size
               stmt-month delimited size
               ' ===' delimited size
               into totals-record
           write totals-record
           move spaces to totals-record
           string 'CREW|OPENING|DUES|HEIST CUTS|PERKS|CLOSING|CHECK'
               delimited size
               '|WARS NET' delimited size
               into totals-record
           write totals-record.

       030-load-crews.
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status not = "00"
               display "No crews on file - nothing to state."
               exit paragraph
           end-if
           perform 035-read-crew-line
               until end-of-crews
           close crew-file.

       035-read-crew-line.
           read crew-file
               at end move "Y" to crew-eof-switch
           end-read
           if not end-of-crews
               move spaces to cw-kind-fld cw-name-fld cw-third-fld
               unstring crew-record delimited by '|'
                   into cw-kind-fld cw-name-fld cw-third-fld
               end-unstring
               if cw-kind-fld = "CREW"
                   and crew-table-count < 200
                   add 1 to crew-table-count
                   move cw-name-fld to ct-name(crew-table-count)
                   compute ct-treasury(crew-table-count) =
                       function numval(cw-third-fld)
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

       060-load-site-language.
           move "N" to tunables-eof-switch
           open input tunables-file
           if tunables-status = "00"
               perform 062-read-tunable-line
                   until end-of-tunables
               close tunables-file
           end-if.

       062-read-tunable-line.
           read tunables-file
               at end move "Y" to tunables-eof-switch
           end-read
           if not end-of-tunables
               move spaces to tunable-name tunable-value-fld
               unstring tunables-record delimited by '|'
                   into tunable-name tunable-value-fld
               end-unstring
               if tunable-name = "SITE-LANG"
                   and tunable-value-fld not = spaces
                   move function upper-case(tunable-value-fld(1:2))
                       to site-lang
               end-if
           end-if.

       065-localize-labels.
           perform 066-localize-one-label
               varying lbl-idx from 1 by 1
               until lbl-idx > 6.

       066-localize-one-label.
           compute msg-want-no = 5001 + lbl-idx
           move lbl-english(lbl-idx) to msg-filled
           perform 054-find-message
           move msg-filled to lbl-local(lbl-idx).

       067-match-label.
           if stmt-record(1:19) = lbl-english(lbl-idx)
               move lbl-idx to lbl-hit
           end-if.

       100-statement-for-crew.
           add 1 to crew-count
           move ct-name(crew-idx) to this-crew
           move ct-treasury(crew-idx) to current-treasury
           move 0 to net-after-month total-dues total-cuts
               total-perks total-buyins total-wins total-refunds
               total-bonus total-wars perk-count last-snapshot
               out-by-amount member-count
           move "N" to snapshot-switch
           perform 110-load-members
           perform 120-scan-ledger
           compute closing-treasury =
               current-treasury - net-after-month
           compute opening-treasury = closing-treasury
               - total-dues - total-cuts + total-perks - total-wars
           move "BALANCED" to balance-word
           if have-snapshot and last-snapshot not = closing-treasury
               compute out-by-amount =
                   closing-treasury - last-snapshot
               move "OUT" to balance-word
               add 1 to unbalanced-count
           end-if
           perform 140-write-statement
           perform 160-write-totals-line
           if stmt-written
               perform 170-mail-members
           end-if.

       110-load-members.
           move "N" to crew-eof-switch
           open input crew-file
           if crew-status = "00"
               perform 115-read-member-line
                   until end-of-crews
               close crew-file
           end-if.

       115-read-member-line.
           read crew-file
               at end move "Y" to crew-eof-switch
           end-read
           if not end-of-crews
               move spaces to cw-kind-fld cw-name-fld cw-third-fld
               unstring crew-record delimited by '|'
                   into cw-kind-fld cw-name-fld cw-third-fld
               end-unstring
               if cw-kind-fld = "MEMBER"
                   and cw-name-fld = this-crew
                   move cw-third-fld to match-name
                   perform 150-find-member
                   if member-found-idx > 0
                       move "Y" to mt-current(member-found-idx)
                   end-if
               end-if
           end-if.

       120-scan-ledger.
           move "N" to ledger-eof-switch
           open input ledger-file
           if ledger-status = "00"
               perform 125-read-ledger-line
                   until end-of-ledger
               close ledger-file
           end-if.

       125-read-ledger-line.
           read ledger-file
               at end move "Y" to ledger-eof-switch
           end-read
           if end-of-ledger
               exit paragraph
           end-if
           perform 130-split-ledger-line
           if ld-crew-fld not = this-crew
               or ld-date-fld is not numeric
               exit paragraph
           end-if
           move ld-date-fld to ld-date
           if ld-date > month-last-day
               evaluate ld-kind-fld
                   when "CREWPAY"
                   when "HEISTCUT"
                   when "WARWIN"
                   when "WARREF"
                       add ld-amount to net-after-month
                   when "PERKBUY"
                   when "WARSTAKE"
                       subtract ld-amount from net-after-month
               end-evaluate
               exit paragraph
           end-if
           if ld-date-fld(1:6) not = stmt-month
               exit paragraph
           end-if
           if ld-kind-fld = "CREWPAY" or ld-kind-fld = "HEISTCUT"
               or ld-kind-fld = "PERKBUY" or ld-kind-fld = "WARSTAKE"
               or ld-kind-fld = "WARWIN" or ld-kind-fld = "WARREF"
               if ld-treasury-fld not = spaces
                   compute last-snapshot =
                       function numval(ld-treasury-fld)
                   move "Y" to snapshot-switch
               end-if
           end-if
           evaluate ld-kind-fld
               when "WARSTAKE"
                   subtract ld-amount from total-wars
                   exit paragraph
               when "WARWIN"
               when "WARREF"
                   add ld-amount to total-wars
                   exit paragraph
           end-evaluate
           move ld-player-fld to match-name
           perform 150-find-member
           evaluate ld-kind-fld
               when "CREWPAY"
                   add ld-amount to total-dues
                   if member-found-idx > 0
                       add ld-amount to mt-dues(member-found-idx)
                   end-if
               when "HEISTCUT"
                   add ld-amount to total-cuts
               when "PERKBUY"
                   add ld-amount to total-perks
                   add 1 to perk-count
               when "HEISTBUY"
                   add ld-amount to total-buyins
                   if member-found-idx > 0
                       add ld-amount to mt-buyins(member-found-idx)
                   end-if
               when "HEISTWIN"
                   add ld-amount to total-wins
                   if member-found-idx > 0
                       add ld-amount to mt-wins(member-found-idx)
                   end-if
               when "HEISTREF"
                   add ld-amount to total-refunds
                   if member-found-idx > 0
                       add ld-amount to mt-refunds(member-found-idx)
                   end-if
               when "WORKBONUS"
                   add ld-amount to total-bonus
                   if member-found-idx > 0
                       add ld-amount to mt-bonus(member-found-idx)
                   end-if
           end-evaluate.

       130-split-ledger-line.
           move spaces to ld-crew-fld ld-date-fld ld-time-fld
               ld-kind-fld ld-player-fld ld-amount-fld
               ld-treasury-fld ld-ref-fld ld-ref-date-fld
           unstring ledger-record delimited by '|'
               into ld-crew-fld ld-date-fld ld-time-fld ld-kind-fld
                   ld-player-fld ld-amount-fld ld-treasury-fld
                   ld-ref-fld ld-ref-date-fld
           end-unstring
           move 0 to ld-amount
           if ld-amount-fld not = spaces
               compute ld-amount = function numval(ld-amount-fld)
           end-if.

       150-find-member.
           move 0 to member-found-idx
           if match-name = spaces
               exit paragraph
           end-if
           perform 155-match-member
               varying member-idx from 1 by 1
               until member-idx > member-count
           if member-found-idx = 0 and member-count < 40
               add 1 to member-count
               move member-count to member-found-idx
               move match-name to mt-name(member-count)
               move "N" to mt-current(member-count)
               move 0 to mt-dues(member-count)
                   mt-buyins(member-count) mt-wins(member-count)
                   mt-refunds(member-count) mt-bonus(member-count)
           end-if.

       155-match-member.
           if member-found-idx = 0
               and mt-name(member-idx) = match-name
               move member-idx to member-found-idx
           end-if.

       140-write-statement.
           move "N" to stmt-open-switch
           move spaces to stmt-path
           string './reports/crew_statement_' delimited size
               function trim(this-crew) delimited size
               '_' delimited size
               stmt-month delimited size
               '.dat' delimited size
               into stmt-path
           open output stmt-file
           if stmt-status not = "00"
               display "Could not write statement for "
                   function trim(this-crew)
               exit paragraph
           end-if
           move "Y" to stmt-open-switch
           move spaces to stmt-record
           string '=== CREW STATEMENT ' delimited size
               stmt-month delimited size
               ' - ' delimited size
               function trim(this-crew) delimited size
               ' ===' delimited size
               into stmt-record
           write stmt-record
           move spaces to stmt-record
           move opening-treasury to disp-amount
           string 'OPENING TREASURY: $' delimited size
               disp-amount delimited size
               into stmt-record
           write stmt-record
           perform 142-write-dues-line
               varying member-idx from 1 by 1
               until member-idx > member-count
           move spaces to stmt-record
           move total-dues to disp-amount
           string 'TOTAL DUES IN:    $' delimited size
               disp-amount delimited size
               into stmt-record
           write stmt-record
           move spaces to stmt-record
           move total-cuts to disp-amount
           string 'HEIST CUTS IN:    $' delimited size
               disp-amount delimited size
               into stmt-record
           write stmt-record
           if perk-count > 0
               perform 144-list-perks
           end-if
           move spaces to stmt-record
           move total-perks to disp-amount
           string 'PERKS BOUGHT:     $' delimited size
               disp-amount delimited size
               into stmt-record
           write stmt-record
           if total-wars not = 0
               move spaces to stmt-record
               move total-wars to disp-amount
               string 'CREW WARS NET:    $' delimited size
                   disp-amount delimited size
                   into stmt-record
               write stmt-record
           end-if
           move spaces to stmt-record
           move closing-treasury to disp-amount
           string 'CLOSING TREASURY: $' delimited size
               disp-amount delimited size
               into stmt-record
           write stmt-record
           move spaces to stmt-record
           if balance-word = "BALANCED" and total-wars not = 0
               string 'CHECK: OPENING + DUES + CUTS - PERKS + WARS'
                   delimited size
                   ' = CLOSING' delimited size
                   into stmt-record
           end-if
           if balance-word = "BALANCED" and total-wars = 0
               string 'CHECK: OPENING + DUES + CUTS - PERKS = CLOSING'
                   delimited size
                   into stmt-record
           end-if
           if balance-word not = "BALANCED"
               move out-by-amount to disp-amount
               string 'CHECK: TREASURY OUT BY $' delimited size
                   function trim(disp-amount) delimited size
                   ' AGAINST THE LEDGER' delimited size
                   into stmt-record
           end-if
           write stmt-record
           move spaces to stmt-record
           string 'MEMBER HEIST AND BONUS ACTIVITY (NOT TREASURY):'
               delimited size
               into stmt-record
           write stmt-record
           move spaces to stmt-record
           string '  MEMBER               BUY-INS  HEISTWIN  HEISTREF'
               delimited size
               '  WORKBONUS' delimited size
               into stmt-record
           write stmt-record
           perform 146-write-activity-line
               varying member-idx from 1 by 1
               until member-idx > member-count
           close stmt-file.

       142-write-dues-line.
           if mt-current(member-idx) = "Y" or mt-dues(member-idx) > 0
               move spaces to stmt-record
               move mt-dues(member-idx) to disp-amount
               string '  DUES ' delimited size
                   mt-name(member-idx) delimited size
                   '$' delimited size
                   disp-amount delimited size
                   into stmt-record
               write stmt-record
           end-if.

       144-list-perks.
           move "N" to ledger-eof-switch
           open input ledger-file
           if ledger-status = "00"
               perform 145-read-perk-line
                   until end-of-ledger
               close ledger-file
           end-if.

       145-read-perk-line.
           read ledger-file
               at end move "Y" to ledger-eof-switch
           end-read
           if end-of-ledger
               exit paragraph
           end-if
           perform 130-split-ledger-line
           if ld-crew-fld = this-crew
               and ld-kind-fld = "PERKBUY"
               and ld-date-fld(1:6) = stmt-month
               move spaces to stmt-record
               move ld-amount to disp-amount
               string '  PERK ' delimited size
                   ld-date-fld delimited size
                   ' ' delimited size
                   ld-ref-fld(1:10) delimited size
                   ' EXPIRES ' delimited size
                   ld-ref-date-fld delimited size
                   ' BY ' delimited size
                   function trim(ld-player-fld) delimited size
                   ' $' delimited size
                   disp-amount delimited size
                   into stmt-record
               write stmt-record
           end-if.

       146-write-activity-line.
           if mt-buyins(member-idx) > 0 or mt-wins(member-idx) > 0
               or mt-refunds(member-idx) > 0
               or mt-bonus(member-idx) > 0
               move spaces to stmt-record
               move mt-buyins(member-idx) to disp-amount
               move mt-wins(member-idx) to disp-amount-2
               move mt-refunds(member-idx) to disp-amount-3
               move mt-bonus(member-idx) to disp-amount-4
               string '  ' delimited size
                   mt-name(member-idx) delimited size
                   disp-amount delimited size
                   ' ' delimited size
                   disp-amount-2 delimited size
                   ' ' delimited size
                   disp-amount-3 delimited size
                   '  ' delimited size
                   disp-amount-4 delimited size
                   into stmt-record
               write stmt-record
           end-if.

       160-write-totals-line.
           move spaces to totals-record
           move opening-treasury to disp-amount
           move total-dues to disp-amount-2
           move total-cuts to disp-amount-3
           move total-perks to disp-amount-4
           move closing-treasury to disp-amount-5
           move total-wars to disp-amount-6
           string function trim(this-crew) delimited size
               '|' delimited size
               function trim(disp-amount) delimited size
               '|' delimited size
               function trim(disp-amount-2) delimited size
               '|' delimited size
               function trim(disp-amount-3) delimited size
               '|' delimited size
               function trim(disp-amount-4) delimited size
               '|' delimited size
               function trim(disp-amount-5) delimited size
               '|' delimited size
               function trim(balance-word) delimited size
               '|' delimited size
               function trim(disp-amount-6) delimited size
               into totals-record
           write totals-record.

       170-mail-members.
           perform 175-mail-one-member
               varying member-idx from 1 by 1
               until member-idx > member-count.

       175-mail-one-member.
           if mt-current(member-idx) not = "Y"
               exit paragraph
           end-if
           move mt-name(member-idx) to mail-to
           move spaces to mail-log-path
           string './NGM/logs/mail_' delimited size
               function trim(mail-to) delimited size
               '.dat' delimited size
               into mail-log-path
           accept mail-date from date yyyymmdd
           accept mail-time from time
           open extend mail-log-file
           if mail-log-status not = "00"
               open output mail-log-file
           end-if
           if mail-log-status not = "00"
               exit paragraph
           end-if
           move mail-to to msg-recipient
           perform 058-recipient-language
           perform 065-localize-labels
           move 5001 to msg-want-no
           move 'Your crew statement for &1 follows.' to msg-filled
           perform 054-find-message
           move stmt-month to msg-fill-value
           perform 056-fill-message
           move spaces to mail-log-line
           string mail-date delimited size
               '|' delimited size
               mail-time delimited size
               '|CREWBANK|' delimited size
               function trim(msg-filled) delimited size
               into mail-log-line
           write mail-log-record from mail-log-line
           move "N" to mail-eof-switch
           open input stmt-file
           if stmt-status = "00"
               perform 180-mail-stmt-line
                   until end-of-stmt-read
               close stmt-file
           end-if
           close mail-log-file.

       180-mail-stmt-line.
           read stmt-file
               at end move "Y" to mail-eof-switch
           end-read
           if not end-of-stmt-read
               move 0 to lbl-hit
               perform 067-match-label
                   varying lbl-idx from 1 by 1
                   until lbl-idx > 6
               move stmt-record to mail-body
               if lbl-hit > 0
                   move spaces to mail-body
                   string function trim(lbl-local(lbl-hit) trailing)
                           delimited size
                       stmt-record(20:) delimited size
                       into mail-body
               end-if
               move spaces to mail-log-line
               string mail-date delimited size
                   '|' delimited size
                   mail-time delimited size
                   '|CREWBANK|' delimited size
                   function trim(mail-body) delimited size
                   into mail-log-line
               write mail-log-record from mail-log-line
           end-if.

       090-write-run-totals.
           move spaces to totals-record
           move crew-count to disp-count
           string 'CREWS:          ' delimited size
               disp-count delimited size
               into totals-record
           write totals-record
           move spaces to totals-record
           move unbalanced-count to disp-count
           string 'OUT OF BALANCE: ' delimited size
               disp-count delimited size
               into totals-record
           write totals-record.

       end program crewstmt.
