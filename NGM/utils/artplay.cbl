       identification division.
       program-id. artplay.

       environment division.
       input-output section.
           select art-file assign to
               "./NGM/data/art.dat"
               organization is line sequential
               file status is art-status.

       data division.
       file section.
           fd art-file.
           01 art-record pic x(80).

       working-storage section.
       01  art-catalog.
           05 art-status        pic x(2).
           05 art-eof-switch    pic x(1) value "N".
               88 end-of-art value "Y".
           05 art-line-in       pic x(80).
           05 ah-tag            pic x(5).
           05 ah-name           pic x(12).
           05 ah-variant-fld    pic x(4).
           05 ah-frame-fld      pic x(4).
           05 ah-delay-fld      pic x(4).
           05 in-variant-switch pic x(1) value "N".
               88 in-variant value "Y".
           05 variant-max       pic 9(2) value 0.
           05 variant-pick      pic 9(2) value 0.
           05 variant-number    pic 9(2).
           05 random-seed       pic 9(8).

       01  art-frames.
           05 frame-count       pic 9(2) value 0.
           05 frame-idx         pic 9(2).
           05 frame-jdx         pic 9(2).
           05 art-frame occurs 30 times.
               10 fr-number     pic 9(2).
               10 fr-delay      pic 9(2).
               10 fr-first      pic 9(3).
               10 fr-lines      pic 9(2).
           05 frame-hold.
               10 fh-number     pic 9(2).
               10 fh-delay      pic 9(2).
               10 fh-first      pic 9(3).
               10 fh-lines      pic 9(2).
           05 art-line-count    pic 9(3) value 0.
           05 art-line          pic x(78) occurs 600 times.
           05 line-idx          pic 9(3).
           05 line-last         pic 9(3).
           05 screen-row        pic 9(2).
           05 repeat-idx        pic 9(3).
           05 repeat-count      pic 9(3).
           05 sleep-seconds     pic 9(2).

       linkage section.
       01  art-name     pic x(12).
       01  art-repeat   pic 9(3).

       procedure division using art-name art-repeat.
       000-main.
           perform 100-count-variants
           if variant-max = 0
               goback
           end-if
           accept random-seed from time
           compute variant-pick =
               function mod(random-seed, variant-max) + 1
           perform 200-load-variant
           if frame-count = 0
               move 1 to variant-pick
               perform 200-load-variant
           end-if
           if frame-count = 0
               goback
           end-if
           perform 300-sort-frames
           move art-repeat to repeat-count
           if repeat-count = 0
               move 1 to repeat-count
           end-if
           perform 400-play-once
               varying repeat-idx from 1 by 1
               until repeat-idx > repeat-count
           goback.

       100-count-variants.
           move 0 to variant-max
           move "N" to art-eof-switch
           open input art-file
           if art-status = "00"
               perform 110-read-count-line
                   until end-of-art
               close art-file
           end-if.

       110-read-count-line.
           read art-file into art-line-in
               at end move "Y" to art-eof-switch
           end-read
           if not end-of-art and art-line-in(1:6) = "FRAME|"
               perform 150-split-header
               if ah-name = art-name
                   and variant-number > variant-max
                   move variant-number to variant-max
               end-if
           end-if.

       150-split-header.
           move spaces to ah-tag ah-name ah-variant-fld
               ah-frame-fld ah-delay-fld
           unstring art-line-in delimited by '|'
               into ah-tag ah-name ah-variant-fld
                   ah-frame-fld ah-delay-fld
           end-unstring
           compute variant-number = function numval(ah-variant-fld)
           if variant-number = 0
               move 1 to variant-number
           end-if.

       200-load-variant.
           move 0 to frame-count art-line-count
           move "N" to in-variant-switch
           move "N" to art-eof-switch
           open input art-file
           if art-status = "00"
               perform 210-read-frame-line
                   until end-of-art
               close art-file
           end-if.

       210-read-frame-line.
           read art-file into art-line-in
               at end move "Y" to art-eof-switch
           end-read
           if end-of-art
               exit paragraph
           end-if
           if art-line-in(1:6) = "FRAME|" or art-line-in = "END"
               move "N" to in-variant-switch
               if art-line-in(1:6) = "FRAME|"
                   perform 150-split-header
                   if ah-name = art-name
                       and variant-number = variant-pick
                       and frame-count < 30
                       perform 220-start-frame
                   end-if
               end-if
               exit paragraph
           end-if
           if in-variant and art-line-count < 600
               add 1 to art-line-count
               move art-line-in to art-line(art-line-count)
               add 1 to fr-lines(frame-count)
           end-if.

       220-start-frame.
           add 1 to frame-count
           compute fr-number(frame-count) =
               function numval(ah-frame-fld)
           compute fr-delay(frame-count) =
               function numval(ah-delay-fld)
           compute fr-first(frame-count) = art-line-count + 1
           move 0 to fr-lines(frame-count)
           move "Y" to in-variant-switch.

       300-sort-frames.
           perform 310-sort-pass
               varying frame-idx from 1 by 1
               until frame-idx >= frame-count.

       310-sort-pass.
           perform 320-sort-compare
               varying frame-jdx from 1 by 1
               until frame-jdx > frame-count - frame-idx.

       320-sort-compare.
           if fr-number(frame-jdx) > fr-number(frame-jdx + 1)
               move art-frame(frame-jdx) to frame-hold
               move art-frame(frame-jdx + 1) to art-frame(frame-jdx)
               move frame-hold to art-frame(frame-jdx + 1)
           end-if.

       400-play-once.
           perform 410-play-frame
               varying frame-idx from 1 by 1
               until frame-idx > frame-count.

       410-play-frame.
           display erase screen
           move 1 to screen-row
           compute line-last = fr-first(frame-idx)
               + fr-lines(frame-idx) - 1
           perform 420-show-line
               varying line-idx from fr-first(frame-idx) by 1
               until line-idx > line-last
           if fr-delay(frame-idx) > 0
               move fr-delay(frame-idx) to sleep-seconds
               call "C$SLEEP" using sleep-seconds
           end-if.

       420-show-line.
           display art-line(line-idx) at line screen-row column 1
           add 1 to screen-row.

       end program artplay.
