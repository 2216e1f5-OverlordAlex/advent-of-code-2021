       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3wch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT timed-file ASSIGN TO DYNAMIC DAY3-TIMED-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS timed-file-status.
         SELECT sort-file ASSIGN TO "day3wch.swk".
         SELECT sorted-file ASSIGN TO "day3wch.srt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS sorted-file-status.
         SELECT print-file ASSIGN TO "day3wch.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS print-file-status.
         SELECT run-log-file ASSIGN TO "day3.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-log-file-status.

       DATA DIVISION.
         FILE SECTION.
      * the timed words day3cvt writes beside a telemetry site's
      * extract: each decoded word with its frame timestamp and unit.
         FD  timed-file.
         COPY day3twd.

      * the day3b rating filter runs over a sorted copy of the drop,
      * each word carrying the watch and unit it arrived in so a
      * pass can be narrowed to one watch or one unit.
         SD  sort-file.
         01  sort-record.
             03 sort-word     PIC X(32).
             03 sort-watch    PIC 9(2).
             03 sort-unit     PIC X(8).
             03 sort-position PIC 9(8).

         FD  sorted-file.
         01  sorted-record.
             03 sorted-word     PIC X(32).
             03 sorted-watch    PIC 9(2).
             03 sorted-unit     PIC X(8).
             03 sorted-position PIC 9(8).

         FD  print-file.
         01  print-line PIC X(132).

      * the common run-audit log every day3 program appends one row
      * to at end of job; day3inq lists it by date range.
         FD  run-log-file.
         COPY day3log.

         WORKING-STORAGE SECTION.
         COPY day3cfg.

      * DAY3_TIMED_FILE names the timed-word file to analyse; the
      * default is the one day3cvt writes for its default extract.
         01  DAY3-TIMED-FILENAME PIC X(64) VALUE "day3.cvt.twd".

         01  timed-file-status PIC 99.
             88 timed-file-is-ok VALUE 0.
             88 timed-eof        VALUE 10.
         01  sorted-file-status PIC 99.
             88 sorted-file-is-ok VALUE 0.
             88 sorted-eof        VALUE 10.
         01  print-file-status PIC 99.
             88 print-file-is-ok VALUE 0.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

         01  day3wch-run-date-raw   PIC 9(8).
         01  day3wch-start-time-raw PIC 9(8).
         01  day3wch-log-date-raw   PIC 9(8).
         01  day3wch-log-end-raw    PIC 9(8).
         01  day3wch-run-date       PIC X(10).

      * DAY3_WATCH_HOURS sets the watch length; it has to divide the
      * 24-hour day evenly (1, 2, 3, 4, 6, 8, 12 or 24) so every
      * watch is the same length. Unset is the 4-hour watch.
         01  watch-hours-text PIC X(8) VALUE SPACES.
         01  watch-hours      PIC 9(2) VALUE 4.
         01  watch-count      PIC 9(2).
         01  watch-rem        PIC 9(2).

         01  counter      PIC 9(2).
         01  line-count   PIC 9(8) VALUE 0.
         01  frame-count  PIC 9(8) VALUE 0.
         01  bad-hour-count PIC 9(8) VALUE 0.
         01  frame-hour   PIC 9(2).
         01  frame-watch  PIC 9(2).
         01  drop-first-ts PIC X(14) VALUE SPACES.
         01  drop-last-ts  PIC X(14) VALUE SPACES.

      * the whole drop's tallies and figures: what day3a and day3b
      * would make of this site's extract on its own.
         01  drop-count-table.
            03 drop-count-elt PIC 9(8) OCCURS 32 TIMES.
         01  drop-gamma   PIC X(32) VALUE SPACES.
         01  drop-epsilon PIC X(32) VALUE SPACES.
         01  drop-power   PIC 9(20) VALUE 0.
         01  drop-oxygen  PIC 9(12) VALUE 0.
         01  drop-carbon  PIC 9(12) VALUE 0.
         01  drop-life    PIC 9(20) VALUE 0.

      * one entry per watch of the day; 24 is the one-hour watch and
      * 32 tracks DAY3-MAX-WORD-WIDTH by hand.
         01  watch-table.
            03 watch-entry OCCURS 24 TIMES.
               05 wch-frames    PIC 9(8).
               05 wch-first-ts  PIC X(14).
               05 wch-last-ts   PIC X(14).
               05 wch-count-elt PIC 9(8) OCCURS 32 TIMES.
               05 wch-gamma     PIC X(32).
               05 wch-epsilon   PIC X(32).
               05 wch-power     PIC 9(20).
               05 wch-oxygen    PIC 9(12).
               05 wch-carbon    PIC 9(12).
               05 wch-life      PIC 9(20).
         01  watch-idx PIC 9(2).

      * one entry per sending unit, in order of first appearance; 50
      * matches day3cvt's unit-table.
         01  unit-table.
            03 unit-entry OCCURS 50 TIMES.
               05 unit-id        PIC X(8).
               05 unit-frames    PIC 9(8).
               05 unit-first-ts  PIC X(14).
               05 unit-last-ts   PIC X(14).
               05 unit-count-elt PIC 9(8) OCCURS 32 TIMES.
               05 unit-gamma     PIC X(32).
               05 unit-epsilon   PIC X(32).
               05 unit-power     PIC 9(20).
               05 unit-oxygen    PIC 9(12).
               05 unit-carbon    PIC 9(12).
               05 unit-life      PIC 9(20).
         01  unit-count  PIC 9(2) VALUE 0.
         01  unit-idx    PIC 9(2).
         01  unit-slot   PIC 9(2).
         01  lookup-unit PIC X(8).
         01  untracked-count PIC 9(8) VALUE 0.

      * the day3a calculation's work area: tallies and valid count
      * in, gamma/epsilon and the power figure out.
         01  calc-count-table.
            03 calc-count-elt PIC 9(8) OCCURS 32 TIMES.
         01  calc-valid     PIC 9(8).
         01  calc-half      PIC 9(8).
         01  calc-gamma     PIC X(32).
         01  calc-epsilon   PIC X(32).
         01  calc-gamma-i   PIC 9(12).
         01  calc-epsilon-i PIC 9(12).
         01  calc-power     PIC 9(32).
         01  mul            PIC 9(12).

      * the day3b filter's work area: filter-watch narrows a pass to
      * one watch (zero is every watch), filter-unit to one unit
      * (spaces is every unit), filter-population is how many
      * records the filter starts from.
         01  filter-watch      PIC 9(2) VALUE 0.
         01  filter-unit       PIC X(8) VALUE SPACES.
         01  filter-population PIC 9(8).
         01  filter-prefix     PIC X(32).
         01  prefix-len        PIC 9(2).
         01  ones-count        PIC 9(8).
         01  zeros-count       PIC 9(8).
         01  surviving-count   PIC 9(8).
         01  first-one-word    PIC X(32).
         01  first-zero-word   PIC X(32).
         01  rating-word       PIC X(32).
         01  rating-value      PIC 9(12).
         01  oxygen            PIC 9(12).
         01  carbon            PIC 9(12).
         01  rating-product    PIC 9(32).
         01  day3wch-pass-sw PIC X(1).
             88 day3wch-oxygen-pass VALUE 'O'.
             88 day3wch-carbon-pass VALUE 'C'.

         01  day3wch-date-sw PIC X(1) VALUE 'N'.
             88 day3wch-spans-dates VALUE 'Y'.

      * the profile bars: 40 stars is the day's peak watch.
         01  peak-power  PIC 9(20) VALUE 0.
         01  peak-life   PIC 9(20) VALUE 0.
         01  bar-stars   PIC 9(2).
         01  watch-start PIC 9(2).
         01  watch-end   PIC 9(2).

         01  page-head-1.
             05 FILLER PIC X(44) VALUE
                 "DAY3 TELEMETRY WATCH PROFILE".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 ph1-date PIC X(10).
         01  page-head-2.
             05 FILLER PIC X(7) VALUE "SOURCE ".
             05 ph2-source PIC X(64).
         01  figure-line.
             05 fig-caption PIC X(24).
             05 fig-value   PIC X(32).
         01  fig-number-edit PIC Z(19)9.
         01  section-head-line.
             05 shl-title PIC X(80).
         01  watch-label.
             05 wl-start PIC 99.
             05 FILLER   PIC X(4) VALUE ":00-".
             05 wl-end   PIC 99.
             05 FILLER   PIC X(3) VALUE ":59".
         01  power-head-line.
             05 FILLER PIC X(14) VALUE "WATCH/UNIT".
             05 FILLER PIC X(10) VALUE "FRAMES".
             05 FILLER PIC X(34) VALUE "GAMMA".
             05 FILLER PIC X(34) VALUE "EPSILON".
             05 FILLER PIC X(20) VALUE "POWER CONSUMPTION".
         01  power-detail-line.
             05 pdl-label   PIC X(12).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 pdl-frames  PIC Z(7)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 pdl-gamma   PIC X(32).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 pdl-epsilon PIC X(32).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 pdl-power   PIC Z(19)9.
         01  life-head-line.
             05 FILLER PIC X(14) VALUE "WATCH/UNIT".
             05 FILLER PIC X(10) VALUE "FRAMES".
             05 FILLER PIC X(16) VALUE "FIRST FRAME".
             05 FILLER PIC X(16) VALUE "LAST FRAME".
             05 FILLER PIC X(14) VALUE "OXYGEN".
             05 FILLER PIC X(14) VALUE "CO2".
             05 FILLER PIC X(20) VALUE "LIFE SUPPORT".
         01  life-detail-line.
             05 ldl-label   PIC X(12).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-frames  PIC Z(7)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-first   PIC X(14).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-last    PIC X(14).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-oxygen  PIC Z(11)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-carbon  PIC Z(11)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-life    PIC Z(19)9.
         01  empty-detail-line.
             05 edl-label   PIC X(12).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 FILLER      PIC X(30) VALUE "NO FRAMES IN THIS WATCH".
         01  profile-head-line.
             05 FILLER PIC X(14) VALUE "WATCH".
             05 FILLER PIC X(42) VALUE "POWER CONSUMPTION".
             05 FILLER PIC X(42) VALUE "LIFE SUPPORT".
         01  profile-detail-line.
             05 prl-label   PIC X(12).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 prl-power   PIC X(40).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 prl-life    PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT day3wch-start-time-raw FROM TIME
           ACCEPT DAY3-TIMED-FILENAME FROM ENVIRONMENT "DAY3_TIMED_FILE"
           IF DAY3-TIMED-FILENAME = SPACES THEN
             MOVE "day3.cvt.twd" TO DAY3-TIMED-FILENAME
           END-IF
           PERFORM decide-watch-length
           DISPLAY "day3wch: reading " DAY3-TIMED-FILENAME ", "
               watch-hours "-hour watches"
           OPEN INPUT timed-file
           IF NOT timed-file-is-ok THEN
             DISPLAY "day3wch: unable to open " DAY3-TIMED-FILENAME
                 ", file status " timed-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           CLOSE timed-file

           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-MAX-WORD-WIDTH
             MOVE ZERO TO drop-count-elt(counter)
           END-PERFORM
           PERFORM VARYING watch-idx FROM 1 BY 1
               UNTIL watch-idx > 24
             MOVE ZERO TO wch-frames(watch-idx)
             MOVE SPACES TO wch-first-ts(watch-idx)
             MOVE SPACES TO wch-last-ts(watch-idx)
             MOVE SPACES TO wch-gamma(watch-idx) wch-epsilon(watch-idx)
             MOVE ZERO TO wch-power(watch-idx) wch-oxygen(watch-idx)
                 wch-carbon(watch-idx) wch-life(watch-idx)
             PERFORM VARYING counter FROM 1 BY 1
                 UNTIL counter > DAY3-MAX-WORD-WIDTH
               MOVE ZERO TO wch-count-elt(watch-idx, counter)
             END-PERFORM
           END-PERFORM

           SORT sort-file ON ASCENDING KEY sort-word sort-position
               INPUT PROCEDURE tag-timed-words
               GIVING sorted-file
           IF frame-count = 0 THEN
             DISPLAY "day3wch: " DAY3-TIMED-FILENAME
                 " holds no usable frames, nothing to analyse"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF bad-hour-count > 0 THEN
             DISPLAY "day3wch: " bad-hour-count " frame(s) with an "
                 "hour outside 00-23 left out of the analysis"
             MOVE 4 TO RETURN-CODE
           END-IF
           IF untracked-count > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           IF drop-first-ts(1:8) NOT = drop-last-ts(1:8) THEN
             SET day3wch-spans-dates TO TRUE
             DISPLAY "day3wch: drop runs from " drop-first-ts
                 " to " drop-last-ts ", each watch pools its hours "
                 "across the dates"
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM compute-drop-figures
           PERFORM VARYING watch-idx FROM 1 BY 1
               UNTIL watch-idx > watch-count
             IF wch-frames(watch-idx) > 0 THEN
               PERFORM compute-watch-figures
             END-IF
           END-PERFORM
           PERFORM VARYING unit-idx FROM 1 BY 1
               UNTIL unit-idx > unit-count
             IF unit-frames(unit-idx) > 0 THEN
               PERFORM compute-unit-figures
             END-IF
           END-PERFORM
           PERFORM write-watch-report
           DISPLAY "day3wch: " frame-count " frame(s) over "
               watch-count " watch(es) and " unit-count
               " unit(s), report to day3wch.rpt"
           PERFORM write-run-audit-record
       STOP RUN.

      *******************************************************************
      * decide-watch-length - DAY3_WATCH_HOURS as a whole number of
      * hours that divides the day; anything else is refused up front
      * rather than leaving a short watch at the end of the day.
      *******************************************************************
       decide-watch-length.
           ACCEPT watch-hours-text FROM ENVIRONMENT "DAY3_WATCH_HOURS"
           EVALUATE TRUE
             WHEN watch-hours-text = SPACES
               MOVE 4 TO watch-hours
             WHEN watch-hours-text(1:1) IS NUMERIC AND
                 watch-hours-text(2:7) = SPACES
               MOVE watch-hours-text(1:1) TO watch-hours
             WHEN watch-hours-text(1:2) IS NUMERIC AND
                 watch-hours-text(3:6) = SPACES
               MOVE watch-hours-text(1:2) TO watch-hours
             WHEN OTHER
               MOVE ZERO TO watch-hours
           END-EVALUATE
           IF watch-hours = 0 OR watch-hours > 24 THEN
             DISPLAY "day3wch: DAY3_WATCH_HOURS " watch-hours-text
                 " is not a watch length in hours"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           DIVIDE 24 BY watch-hours GIVING watch-count
               REMAINDER watch-rem
           IF watch-rem NOT = 0 THEN
             DISPLAY "day3wch: DAY3_WATCH_HOURS " watch-hours
                 " does not divide the 24-hour day evenly"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      *******************************************************************
      * tag-timed-words - the sort's input procedure: every timed word
      * goes to the sort with its watch and unit, and is tallied
      * column by column into the drop, its watch and its unit.
      *******************************************************************
       tag-timed-words.
           OPEN INPUT timed-file.
           IF NOT timed-file-is-ok THEN
             DISPLAY "day3wch: unable to open " DAY3-TIMED-FILENAME
                 ", file status " timed-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL timed-eof
             READ timed-file
             IF timed-eof THEN
               EXIT PERFORM
             END-IF
             ADD 1 TO line-count
             IF DAY3-TWD-TIMESTAMP(9:2) IS NOT NUMERIC THEN
               ADD 1 TO bad-hour-count
             ELSE
               MOVE DAY3-TWD-TIMESTAMP(9:2) TO frame-hour
               IF frame-hour > 23 THEN
                 ADD 1 TO bad-hour-count
               ELSE
                 PERFORM post-timed-word
               END-IF
             END-IF
           END-PERFORM
           CLOSE timed-file
           .

       post-timed-word.
           ADD 1 TO frame-count
           DIVIDE frame-hour BY watch-hours GIVING frame-watch
           ADD 1 TO frame-watch
           IF drop-first-ts = SPACES OR
               DAY3-TWD-TIMESTAMP < drop-first-ts THEN
             MOVE DAY3-TWD-TIMESTAMP TO drop-first-ts
           END-IF
           IF DAY3-TWD-TIMESTAMP > drop-last-ts THEN
             MOVE DAY3-TWD-TIMESTAMP TO drop-last-ts
           END-IF
           ADD 1 TO wch-frames(frame-watch)
           IF wch-first-ts(frame-watch) = SPACES OR
               DAY3-TWD-TIMESTAMP < wch-first-ts(frame-watch) THEN
             MOVE DAY3-TWD-TIMESTAMP TO wch-first-ts(frame-watch)
           END-IF
           IF DAY3-TWD-TIMESTAMP > wch-last-ts(frame-watch) THEN
             MOVE DAY3-TWD-TIMESTAMP TO wch-last-ts(frame-watch)
           END-IF
           MOVE DAY3-TWD-UNIT TO lookup-unit
           PERFORM locate-unit-entry
           IF unit-slot > 0 THEN
             ADD 1 TO unit-frames(unit-slot)
             IF unit-first-ts(unit-slot) = SPACES OR
                 DAY3-TWD-TIMESTAMP < unit-first-ts(unit-slot) THEN
               MOVE DAY3-TWD-TIMESTAMP TO unit-first-ts(unit-slot)
             END-IF
             IF DAY3-TWD-TIMESTAMP > unit-last-ts(unit-slot) THEN
               MOVE DAY3-TWD-TIMESTAMP TO unit-last-ts(unit-slot)
             END-IF
           ELSE
             ADD 1 TO untracked-count
           END-IF
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-WORD-WIDTH
             IF DAY3-TWD-WORD(counter:1) = '1' THEN
               ADD 1 TO drop-count-elt(counter)
               ADD 1 TO wch-count-elt(frame-watch, counter)
               IF unit-slot > 0 THEN
                 ADD 1 TO unit-count-elt(unit-slot, counter)
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO sort-record
           MOVE DAY3-TWD-WORD TO sort-word
           MOVE frame-watch TO sort-watch
           MOVE DAY3-TWD-UNIT TO sort-unit
           MOVE line-count TO sort-position
           RELEASE sort-record
           .

      *******************************************************************
      * locate-unit-entry - find lookup-unit in the unit table, adding
      * a fresh zeroed row when it's new. unit-slot comes back 0 only
      * when the table is full; the unit's frames still count in the
      * drop and watch figures, just not in a unit line of their own.
      *******************************************************************
       locate-unit-entry.
           MOVE ZERO TO unit-slot
           PERFORM VARYING unit-idx FROM 1 BY 1
               UNTIL unit-idx > unit-count
             IF unit-id(unit-idx) = lookup-unit THEN
               MOVE unit-idx TO unit-slot
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF unit-count >= 50 THEN
             IF untracked-count = 0 THEN
               DISPLAY "day3wch: unit-table capacity 50 exceeded, "
                   "unit " lookup-unit " and later units not tracked"
             END-IF
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO unit-count
           MOVE unit-count TO unit-slot
           MOVE lookup-unit TO unit-id(unit-slot)
           MOVE ZERO TO unit-frames(unit-slot)
           MOVE SPACES TO unit-first-ts(unit-slot)
           MOVE SPACES TO unit-last-ts(unit-slot)
           MOVE SPACES TO unit-gamma(unit-slot) unit-epsilon(unit-slot)
           MOVE ZERO TO unit-power(unit-slot) unit-oxygen(unit-slot)
               unit-carbon(unit-slot) unit-life(unit-slot)
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-MAX-WORD-WIDTH
             MOVE ZERO TO unit-count-elt(unit-slot, counter)
           END-PERFORM
           .

      *******************************************************************
      * compute-drop-figures - the whole drop, every watch and unit.
      *******************************************************************
       compute-drop-figures.
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-MAX-WORD-WIDTH
             MOVE drop-count-elt(counter) TO calc-count-elt(counter)
           END-PERFORM
           MOVE frame-count TO calc-valid
           PERFORM compute-power-figures
           MOVE calc-gamma TO drop-gamma
           MOVE calc-epsilon TO drop-epsilon
           MOVE calc-power TO drop-power
           MOVE 0 TO filter-watch
           MOVE SPACES TO filter-unit
           MOVE frame-count TO filter-population
           PERFORM rate-filter-scope
           MOVE oxygen TO drop-oxygen
           MOVE carbon TO drop-carbon
           MOVE rating-product TO drop-life
           .

       compute-watch-figures.
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-MAX-WORD-WIDTH
             MOVE wch-count-elt(watch-idx, counter) TO
                 calc-count-elt(counter)
           END-PERFORM
           MOVE wch-frames(watch-idx) TO calc-valid
           PERFORM compute-power-figures
           MOVE calc-gamma TO wch-gamma(watch-idx)
           MOVE calc-epsilon TO wch-epsilon(watch-idx)
           MOVE calc-power TO wch-power(watch-idx)
           MOVE watch-idx TO filter-watch
           MOVE SPACES TO filter-unit
           MOVE wch-frames(watch-idx) TO filter-population
           PERFORM rate-filter-scope
           MOVE oxygen TO wch-oxygen(watch-idx)
           MOVE carbon TO wch-carbon(watch-idx)
           MOVE rating-product TO wch-life(watch-idx)
           IF wch-power(watch-idx) > peak-power THEN
             MOVE wch-power(watch-idx) TO peak-power
           END-IF
           IF wch-life(watch-idx) > peak-life THEN
             MOVE wch-life(watch-idx) TO peak-life
           END-IF
           .

       compute-unit-figures.
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-MAX-WORD-WIDTH
             MOVE unit-count-elt(unit-idx, counter) TO
                 calc-count-elt(counter)
           END-PERFORM
           MOVE unit-frames(unit-idx) TO calc-valid
           PERFORM compute-power-figures
           MOVE calc-gamma TO unit-gamma(unit-idx)
           MOVE calc-epsilon TO unit-epsilon(unit-idx)
           MOVE calc-power TO unit-power(unit-idx)
           MOVE 0 TO filter-watch
           MOVE unit-id(unit-idx) TO filter-unit
           MOVE unit-frames(unit-idx) TO filter-population
           PERFORM rate-filter-scope
           MOVE oxygen TO unit-oxygen(unit-idx)
           MOVE carbon TO unit-carbon(unit-idx)
           MOVE rating-product TO unit-life(unit-idx)
           .

      *******************************************************************
      * rate-filter-scope - both rating filters over the scope the
      * caller set, and their product.
      *******************************************************************
       rate-filter-scope.
           SET day3wch-oxygen-pass TO TRUE
           PERFORM run-rating-filter
           MOVE rating-value TO oxygen
           SET day3wch-carbon-pass TO TRUE
           PERFORM run-rating-filter
           MOVE rating-value TO carbon
           MULTIPLY oxygen BY carbon GIVING rating-product
           .

      *******************************************************************
      * compute-power-figures - day3a's calculation over the work
      * area: a column's gamma bit is '1' when its 1-count is over
      * half the valid count (rounded), epsilon is the complement, and
      * the power figure is their product as binary values.
      *******************************************************************
       compute-power-figures.
           MOVE SPACES TO calc-gamma calc-epsilon
           DIVIDE 2 INTO calc-valid GIVING calc-half ROUNDED
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-WORD-WIDTH
             IF calc-count-elt(counter) > calc-half THEN
               MOVE '1' TO calc-gamma(counter:1)
               MOVE '0' TO calc-epsilon(counter:1)
             ELSE
               MOVE '0' TO calc-gamma(counter:1)
               MOVE '1' TO calc-epsilon(counter:1)
             END-IF
           END-PERFORM
           MOVE ZERO TO calc-gamma-i calc-epsilon-i
           MOVE 1 TO mul
           PERFORM VARYING counter FROM DAY3-WORD-WIDTH BY -1
               UNTIL counter < 1
             IF calc-gamma(counter:1) = '1' THEN
               ADD mul TO calc-gamma-i
             END-IF
             IF calc-epsilon(counter:1) = '1' THEN
               ADD mul TO calc-epsilon-i
             END-IF
             MULTIPLY mul BY 2 GIVING mul
           END-PERFORM
           MULTIPLY calc-gamma-i BY calc-epsilon-i GIVING calc-power
           .

      *******************************************************************
      * run-rating-filter - day3b's filter over day3wch.srt: grow
      * filter-prefix a bit position at a time, oxygen keeping the
      * most common next bit (ties to '1'), CO2 the least common (ties
      * to '0'), until one record is left or the word width runs out
      * on exact duplicates of one word.
      *******************************************************************
       run-rating-filter.
           MOVE SPACES TO filter-prefix
           MOVE ZERO TO prefix-len
           MOVE filter-population TO surviving-count
           IF filter-population = 1 THEN
             PERFORM fetch-only-record
           END-IF
           PERFORM UNTIL surviving-count = 1
               OR prefix-len >= DAY3-WORD-WIDTH
             PERFORM count-partition-split
             IF ones-count + zeros-count = 0 THEN
               DISPLAY "day3wch: filter partition emptied at position "
                   prefix-len ", day3wch.srt changed under the run"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO prefix-len
             PERFORM choose-surviving-side
           END-PERFORM
           PERFORM convert-word-to-rating
           .

       fetch-only-record.
           OPEN INPUT sorted-file.
           IF NOT sorted-file-is-ok THEN
             DISPLAY "day3wch: unable to open day3wch.srt, file status "
                 sorted-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL sorted-eof
             READ sorted-file
             IF sorted-eof THEN
               EXIT PERFORM
             END-IF
             IF (filter-watch = 0 OR sorted-watch = filter-watch) AND
                 (filter-unit = SPACES OR sorted-unit = filter-unit)
                 THEN
               MOVE sorted-word TO rating-word
               EXIT PERFORM
             END-IF
           END-PERFORM
           CLOSE sorted-file
           .

      *******************************************************************
      * count-partition-split - one sequential read of day3wch.srt,
      * tallying how the in-scope records matching filter-prefix
      * split on the next bit position.
      *******************************************************************
       count-partition-split.
           MOVE ZERO TO ones-count
           MOVE ZERO TO zeros-count
           MOVE SPACES TO first-one-word
           MOVE SPACES TO first-zero-word
           OPEN INPUT sorted-file.
           IF NOT sorted-file-is-ok THEN
             DISPLAY "day3wch: unable to open day3wch.srt, file status "
                 sorted-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL sorted-eof
             READ sorted-file
             IF sorted-eof THEN
               EXIT PERFORM
             END-IF
             IF (filter-watch NOT = 0 AND
                 sorted-watch NOT = filter-watch) OR
                 (filter-unit NOT = SPACES AND
                 sorted-unit NOT = filter-unit) THEN
               CONTINUE
             ELSE
               IF prefix-len = 0 THEN
                 PERFORM tally-record-side
               ELSE
                 IF sorted-word(1:prefix-len) =
                     filter-prefix(1:prefix-len) THEN
                   PERFORM tally-record-side
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE sorted-file
           .

       tally-record-side.
           IF sorted-word(prefix-len + 1:1) = '1' THEN
             ADD 1 TO ones-count
             IF ones-count = 1 THEN
               MOVE sorted-word TO first-one-word
             END-IF
           ELSE
             ADD 1 TO zeros-count
             IF zeros-count = 1 THEN
               MOVE sorted-word TO first-zero-word
             END-IF
           END-IF
           .

       choose-surviving-side.
           EVALUATE TRUE
             WHEN ones-count = 0
               PERFORM keep-zero-side
             WHEN zeros-count = 0
               PERFORM keep-one-side
             WHEN day3wch-oxygen-pass AND ones-count >= zeros-count
               PERFORM keep-one-side
             WHEN day3wch-carbon-pass AND ones-count < zeros-count
               PERFORM keep-one-side
             WHEN OTHER
               PERFORM keep-zero-side
           END-EVALUATE
           .

       keep-one-side.
           MOVE '1' TO filter-prefix(prefix-len:1)
           MOVE ones-count TO surviving-count
           MOVE first-one-word TO rating-word
           .

       keep-zero-side.
           MOVE '0' TO filter-prefix(prefix-len:1)
           MOVE zeros-count TO surviving-count
           MOVE first-zero-word TO rating-word
           .

       convert-word-to-rating.
           MOVE ZERO TO rating-value
           MOVE 1 TO mul
           PERFORM VARYING counter FROM DAY3-WORD-WIDTH BY -1
               UNTIL counter < 1
             IF rating-word(counter:1) = '1' THEN
               ADD mul TO rating-value
             END-IF
             MULTIPLY mul BY 2 GIVING mul
           END-PERFORM
           .

      *******************************************************************
      * write-watch-report - the drop's own figures, then power and
      * life support watch by watch, the day-long profile of each
      * watch against the peak watch, and the same figures unit by
      * unit.
      *******************************************************************
       write-watch-report.
           OPEN OUTPUT print-file.
           IF NOT print-file-is-ok THEN
             DISPLAY "day3wch: unable to open day3wch.rpt, file status "
                 print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ACCEPT day3wch-run-date-raw FROM DATE YYYYMMDD
           MOVE day3wch-run-date-raw(1:4) TO day3wch-run-date(1:4)
           MOVE "-" TO day3wch-run-date(5:1)
           MOVE day3wch-run-date-raw(5:2) TO day3wch-run-date(6:2)
           MOVE "-" TO day3wch-run-date(8:1)
           MOVE day3wch-run-date-raw(7:2) TO day3wch-run-date(9:2)
           MOVE day3wch-run-date TO ph1-date
           MOVE page-head-1 TO print-line
           WRITE print-line
           MOVE DAY3-TIMED-FILENAME TO ph2-source
           MOVE page-head-2 TO print-line
           WRITE print-line
           IF day3wch-spans-dates THEN
             MOVE "*** DROP SPANS MORE THAN ONE DATE, WATCHES POOL "
                 TO print-line
             MOVE "THEIR HOURS ACROSS THE DATES ***" TO
                 print-line(49:32)
             WRITE print-line
           END-IF
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "WATCH LENGTH (HOURS)" TO fig-caption
           MOVE watch-hours TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "FRAMES ANALYSED" TO fig-caption
           MOVE frame-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           IF bad-hour-count > 0 THEN
             MOVE "FRAMES WITH BAD HOUR" TO fig-caption
             MOVE bad-hour-count TO fig-number-edit
             MOVE fig-number-edit TO fig-value
             PERFORM write-figure-line
           END-IF
           MOVE "FIRST FRAME" TO fig-caption
           MOVE drop-first-ts TO fig-value
           PERFORM write-figure-line
           MOVE "LAST FRAME" TO fig-caption
           MOVE drop-last-ts TO fig-value
           PERFORM write-figure-line
           MOVE "DROP GAMMA" TO fig-caption
           MOVE drop-gamma(1:DAY3-WORD-WIDTH) TO fig-value
           PERFORM write-figure-line
           MOVE "DROP EPSILON" TO fig-caption
           MOVE drop-epsilon(1:DAY3-WORD-WIDTH) TO fig-value
           PERFORM write-figure-line
           MOVE "DROP POWER CONSUMPTION" TO fig-caption
           MOVE drop-power TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "DROP OXYGEN" TO fig-caption
           MOVE drop-oxygen TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "DROP CO2" TO fig-caption
           MOVE drop-carbon TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "DROP LIFE SUPPORT" TO fig-caption
           MOVE drop-life TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line

           MOVE "POWER CONSUMPTION BY WATCH" TO shl-title
           PERFORM write-section-head
           MOVE power-head-line TO print-line
           WRITE print-line
           PERFORM VARYING watch-idx FROM 1 BY 1
               UNTIL watch-idx > watch-count
             PERFORM build-watch-label
             IF wch-frames(watch-idx) = 0 THEN
               PERFORM write-empty-watch-line
             ELSE
               MOVE watch-label TO pdl-label
               MOVE wch-frames(watch-idx) TO pdl-frames
               MOVE wch-gamma(watch-idx)(1:DAY3-WORD-WIDTH) TO
                   pdl-gamma
               MOVE wch-epsilon(watch-idx)(1:DAY3-WORD-WIDTH) TO
                   pdl-epsilon
               MOVE wch-power(watch-idx) TO pdl-power
               MOVE power-detail-line TO print-line
               WRITE print-line
             END-IF
           END-PERFORM

           MOVE "LIFE SUPPORT BY WATCH" TO shl-title
           PERFORM write-section-head
           MOVE life-head-line TO print-line
           WRITE print-line
           PERFORM VARYING watch-idx FROM 1 BY 1
               UNTIL watch-idx > watch-count
             PERFORM build-watch-label
             IF wch-frames(watch-idx) = 0 THEN
               PERFORM write-empty-watch-line
             ELSE
               MOVE watch-label TO ldl-label
               MOVE wch-frames(watch-idx) TO ldl-frames
               MOVE wch-first-ts(watch-idx) TO ldl-first
               MOVE wch-last-ts(watch-idx) TO ldl-last
               MOVE wch-oxygen(watch-idx) TO ldl-oxygen
               MOVE wch-carbon(watch-idx) TO ldl-carbon
               MOVE wch-life(watch-idx) TO ldl-life
               MOVE life-detail-line TO print-line
               WRITE print-line
             END-IF
           END-PERFORM

           MOVE "WATCH PROFILE, 40 STARS IS THE DAY'S PEAK WATCH" TO
               shl-title
           PERFORM write-section-head
           MOVE profile-head-line TO print-line
           WRITE print-line
           PERFORM VARYING watch-idx FROM 1 BY 1
               UNTIL watch-idx > watch-count
             PERFORM write-profile-line
           END-PERFORM

           MOVE "POWER CONSUMPTION BY UNIT" TO shl-title
           PERFORM write-section-head
           MOVE power-head-line TO print-line
           WRITE print-line
           PERFORM VARYING unit-idx FROM 1 BY 1
               UNTIL unit-idx > unit-count
             MOVE unit-id(unit-idx) TO pdl-label
             MOVE unit-frames(unit-idx) TO pdl-frames
             MOVE unit-gamma(unit-idx)(1:DAY3-WORD-WIDTH) TO pdl-gamma
             MOVE unit-epsilon(unit-idx)(1:DAY3-WORD-WIDTH) TO
                 pdl-epsilon
             MOVE unit-power(unit-idx) TO pdl-power
             MOVE power-detail-line TO print-line
             WRITE print-line
           END-PERFORM

           MOVE "LIFE SUPPORT BY UNIT" TO shl-title
           PERFORM write-section-head
           MOVE life-head-line TO print-line
           WRITE print-line
           PERFORM VARYING unit-idx FROM 1 BY 1
               UNTIL unit-idx > unit-count
             MOVE unit-id(unit-idx) TO ldl-label
             MOVE unit-frames(unit-idx) TO ldl-frames
             MOVE unit-first-ts(unit-idx) TO ldl-first
             MOVE unit-last-ts(unit-idx) TO ldl-last
             MOVE unit-oxygen(unit-idx) TO ldl-oxygen
             MOVE unit-carbon(unit-idx) TO ldl-carbon
             MOVE unit-life(unit-idx) TO ldl-life
             MOVE life-detail-line TO print-line
             WRITE print-line
           END-PERFORM
           IF untracked-count > 0 THEN
             MOVE "FRAMES FROM UNITS PAST TABLE" TO fig-caption
             MOVE untracked-count TO fig-number-edit
             MOVE fig-number-edit TO fig-value
             PERFORM write-figure-line
           END-IF
           CLOSE print-file
           .

       write-figure-line.
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE SPACES TO figure-line
           .

       write-section-head.
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE section-head-line TO print-line
           WRITE print-line
           .

       build-watch-label.
           COMPUTE watch-start = (watch-idx - 1) * watch-hours
           COMPUTE watch-end = watch-start + watch-hours - 1
           MOVE watch-start TO wl-start
           MOVE watch-end TO wl-end
           .

       write-empty-watch-line.
           MOVE watch-label TO edl-label
           MOVE empty-detail-line TO print-line
           WRITE print-line
           .

      *******************************************************************
      * write-profile-line - one watch's power and life-support
      * figures as bars scaled to the day's peak watch, so the watch
      * where consumption spiked stands out down the page.
      *******************************************************************
       write-profile-line.
           PERFORM build-watch-label
           MOVE SPACES TO profile-detail-line
           MOVE watch-label TO prl-label
           MOVE 0 TO bar-stars
           IF peak-power > 0 THEN
             COMPUTE bar-stars ROUNDED =
                 wch-power(watch-idx) * 40 / peak-power
           END-IF
           IF bar-stars > 0 THEN
             MOVE ALL '*' TO prl-power(1:bar-stars)
           END-IF
           MOVE 0 TO bar-stars
           IF peak-life > 0 THEN
             COMPUTE bar-stars ROUNDED =
                 wch-life(watch-idx) * 40 / peak-life
           END-IF
           IF bar-stars > 0 THEN
             MOVE ALL '*' TO prl-life(1:bar-stars)
           END-IF
           MOVE profile-detail-line TO print-line
           WRITE print-line
           .

      *******************************************************************
      * write-run-audit-record - append this run's row to the common
      * day3.log at end of job: what ran, when it started and ended,
      * what it read and the final return code. The log is opened
      * EXTEND so the history accumulates; the very first run finds no
      * file and creates it instead.
      *******************************************************************
       write-run-audit-record.
           OPEN EXTEND run-log-file.
           IF run-log-not-found THEN
             OPEN OUTPUT run-log-file
           END-IF
           IF NOT run-log-file-is-ok THEN
             DISPLAY "day3wch: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3wch-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3wch-log-end-raw FROM TIME
           MOVE day3wch-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3wch-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3wch-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3wch-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3wch-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3wch-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3wch-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3wch-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3wch-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3WCH" TO DAY3-LOG-PROGRAM
           MOVE DAY3-TIMED-FILENAME TO DAY3-LOG-INPUT-FILE
           MOVE line-count TO DAY3-LOG-READ-COUNT
           MOVE bad-hour-count TO DAY3-LOG-REJECT-COUNT
           SET DAY3-LOG-FULL-RUN TO TRUE
           SET DAY3-LOG-FULL-MODE TO TRUE
           MOVE RETURN-CODE TO DAY3-LOG-RETURN-CODE
           WRITE DAY3-LOG-RECORD
           CLOSE run-log-file
           .
