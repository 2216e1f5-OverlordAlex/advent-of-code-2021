       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3arc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT day3a-result-file ASSIGN TO "day3a.out"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS day3a-result-file-status.
         SELECT manifest-file ASSIGN TO "day3.man"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS manifest-file-status.
         SELECT probe-file ASSIGN TO DYNAMIC probe-filename
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS probe-file-status.
         SELECT catalog-file ASSIGN TO DYNAMIC catalog-filename
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS catalog-file-status.
         SELECT print-file ASSIGN TO "day3arc.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS print-file-status.
         SELECT run-log-file ASSIGN TO "day3.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-log-file-status.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.

       DATA DIVISION.
         FILE SECTION.
      * only the header is read: its run date names the generation,
      * and its basis says whether the night's figures are final.
         FD  day3a-result-file.
         COPY day3out.

      * the manifest names the night's site extracts, which are
      * archived alongside it so the night can be validated again.
         FD  manifest-file.
         01  manifest-record.
             05 manifest-filename PIC X(64).
             05 manifest-expected PIC X(8).

      * opened only to learn whether a file is there to archive.
         FD  probe-file.
         01  probe-record PIC X(32).

         FD  catalog-file.
         COPY day3gen.

         FD  print-file.
         01  print-line PIC X(132).

      * the common run-audit log every day3 program appends one row
      * to at end of job; day3inq lists it by date range.
         FD  run-log-file.
         COPY day3log.

      * the shared run-control lock (see day3rcl.cpy), taken before
      * this run changes anything and given back at end of job.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         WORKING-STORAGE SECTION.
         01  day3a-result-file-status PIC 99.
             88 day3a-result-file-is-ok VALUE 0.
             88 day3a-result-not-found  VALUE 35.
         01  manifest-file-status PIC 99.
             88 manifest-file-is-ok VALUE 0.
             88 manifest-eof        VALUE 10.
             88 manifest-not-found  VALUE 35.
         01  probe-file-status PIC 99.
             88 probe-file-is-ok   VALUE 0.
             88 probe-not-found    VALUE 35.
         01  catalog-file-status PIC 99.
             88 catalog-file-is-ok VALUE 0.
             88 catalog-eof        VALUE 10.
             88 catalog-not-found  VALUE 35.
         01  print-file-status PIC 99.
             88 print-file-is-ok VALUE 0.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

      * DAY3_ARC_DIR names the directory the generations are kept
      * under, one subdirectory per night named for its date, with
      * the day3.gen catalog beside them. DAY3_VALID_FILE and
      * DAY3_INPUT_FILE repoint the validated work file and the
      * single-file extract the same way they do for the programs
      * that wrote them, so what is archived is what the night used.
         01  DAY3-ARC-DIRECTORY   PIC X(48) VALUE "day3arc".
         01  DAY3-VALID-FILENAME  PIC X(64) VALUE "day3.val".
         01  DAY3-INPUT-FILENAME  PIC X(64) VALUE "day3.in".

      * DAY3-ARC-KEEP is how many nightly generations are held before
      * the oldest is purged: six weeks by default, so a month-old
      * figure can always be proved again. DAY3_ARC_KEEP changes it
      * from the job's environment; the environment value arrives
      * left justified and space padded, so parse-arc-keep-env walks
      * it digit by digit the way day3trd reads DAY3_TREND_DAYS.
         01  DAY3-ARC-KEEP       PIC 9(3) VALUE 45.
         01  day3arc-keep-env    PIC X(3) VALUE SPACES.
         01  env-value           PIC 9(3).
         01  env-digit           PIC 9(1).
         01  env-pos             PIC 9(1).
         01  env-ended-sw        PIC X(1).
             88 env-digits-ended VALUE 'E'.
         01  env-bad-sw          PIC X(1).
             88 env-not-numeric  VALUE 'X'.

      * the night's fixed-name files, inputs first and then outputs
      * in chain order. The validated work file, the site extracts
      * (or the single-file extract) are added to these by name at
      * run time. Adding a file means a new FILLER here and bumping
      * the OCCURS and arc-file-count together.
         01  arc-file-values.
             05 FILLER PIC X(16) VALUE "day3.man".
             05 FILLER PIC X(16) VALUE "day3.sit".
             05 FILLER PIC X(16) VALUE "day3.prm".
             05 FILLER PIC X(16) VALUE "day3.src".
             05 FILLER PIC X(16) VALUE "day3.rej".
             05 FILLER PIC X(16) VALUE "day3val.dup".
             05 FILLER PIC X(16) VALUE "day3.drp".
             05 FILLER PIC X(16) VALUE "day3a.out".
             05 FILLER PIC X(16) VALUE "day3a.exc".
             05 FILLER PIC X(16) VALUE "day3b.out".
             05 FILLER PIC X(16) VALUE "day3b.trl".
             05 FILLER PIC X(16) VALUE "day3btrl.rpt".
             05 FILLER PIC X(16) VALUE "day3bal.rpt".
             05 FILLER PIC X(16) VALUE "day3bal.sts".
             05 FILLER PIC X(16) VALUE "day3.rpt".
             05 FILLER PIC X(16) VALUE "day3.csv".
             05 FILLER PIC X(16) VALUE "day3trd.rpt".
             05 FILLER PIC X(16) VALUE "day3lgt.rpt".
             05 FILLER PIC X(16) VALUE "day3.xfr".
             05 FILLER PIC X(16) VALUE "day3.xmr".
         01  arc-file-table REDEFINES arc-file-values.
             05 arc-file-name PIC X(16) OCCURS 20 TIMES.
         01  arc-file-count PIC 9(2) VALUE 20.
         01  arc-idx        PIC 9(2).

      * the generation catalog held in storage while tonight's row
      * goes in and the oldest come off; 400 is the largest
      * retention allowed, and tonight's row goes in before the
      * purge, so the table holds one more.
         01  gen-table.
            03 gen-entry OCCURS 401 TIMES.
               05 gen-date      PIC X(10).
               05 gen-row       PIC X(107).
         01  gen-count PIC 9(3) VALUE 0.
         01  gen-idx   PIC 9(3).
         01  gen-slot  PIC 9(3).
         01  shift-idx PIC 9(3).
         01  purged-count PIC 9(3) VALUE 0.

         01  day3arc-start-time-raw PIC 9(8).
         01  day3arc-run-date-raw   PIC 9(8).
         01  day3arc-run-time-raw   PIC 9(8).
         01  day3arc-log-date-raw   PIC 9(8).
         01  day3arc-log-end-raw    PIC 9(8).
         01  day3arc-run-date       PIC X(10).
         01  day3arc-run-time       PIC X(8).

      * the night being archived and where it goes.
         01  generation-date      PIC X(10).
         01  generation-directory PIC X(64) VALUE SPACES.
         01  catalog-filename     PIC X(64).
         01  probe-filename       PIC X(64).

         01  shell-command PIC X(200).
         01  shell-status  PIC S9(9) COMP.

         01  archived-count PIC 9(4) VALUE 0.
         01  missing-count  PIC 9(4) VALUE 0.
         01  failed-count   PIC 9(4) VALUE 0.
         01  extract-missing-count PIC 9(4) VALUE 0.
         01  missing-before PIC 9(4).
         01  file-result    PIC X(40).

         01  title-line.
             05 FILLER PIC X(44) VALUE
                 "DAY3 NIGHTLY GENERATION ARCHIVE".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 tl-date PIC X(10).
             05 FILLER  PIC X(2) VALUE SPACES.
             05 tl-time PIC X(8).
         01  generation-line.
             05 FILLER PIC X(11) VALUE "GENERATION ".
             05 gl-date PIC X(10).
             05 FILLER PIC X(12) VALUE "  DIRECTORY ".
             05 gl-directory PIC X(64).
         01  section-head-line.
             05 shl-title PIC X(60).
         01  file-head-line.
             05 FILLER PIC X(66) VALUE "FILE".
             05 FILLER PIC X(40) VALUE "RESULT".
         01  file-line.
             05 fl-name   PIC X(64).
             05 FILLER    PIC X(2) VALUE SPACES.
             05 fl-result PIC X(40).
         01  gen-head-line.
             05 FILLER PIC X(12) VALUE "GENERATION".
             05 FILLER PIC X(12) VALUE "ARCHIVED".
             05 FILLER PIC X(7)  VALUE "FILES".
             05 FILLER PIC X(9)  VALUE "MISSING".
             05 FILLER PIC X(10) VALUE "STATUS".
             05 FILLER PIC X(64) VALUE "DIRECTORY".
         01  gen-line.
             05 gnl-date      PIC X(10).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 gnl-archived  PIC X(10).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 gnl-files     PIC ZZZ9.
             05 FILLER        PIC X(3) VALUE SPACES.
             05 gnl-missing   PIC ZZZ9.
             05 FILLER        PIC X(5) VALUE SPACES.
             05 gnl-status    PIC X(10).
             05 gnl-directory PIC X(64).
         01  figure-line.
             05 fig-caption PIC X(24).
             05 fig-value   PIC X(32).
         01  fig-number-edit PIC Z(19)9.

      * the run-control lock row read off day3.lck, or the one this
      * run writes there. DAY3_LOCK_WAIT is how many seconds a run
      * finding the lock held waits for it before refusing (unset or
      * zero refuses at once); DAY3_LOCK_OWNER is set by day3run on
      * the steps it runs, which run under the driver's lock.
         COPY day3rcl.
         01  run-lock-file-status PIC 99.
             88 run-lock-file-is-ok VALUE 0.
             88 run-lock-eof        VALUE 10.
             88 run-lock-not-found  VALUE 35.
         01  run-lock-state-sw PIC X(1) VALUE 'F'.
             88 run-lock-free   VALUE 'F'.
             88 run-lock-mine   VALUE 'M'.
             88 run-lock-driver VALUE 'D'.
             88 run-lock-held   VALUE 'H'.
             88 run-lock-stale  VALUE 'S'.
         01  run-lock-owned-sw PIC X(1) VALUE 'N'.
             88 run-lock-owned VALUE 'Y'.
         01  run-lock-wait-env PIC X(8) VALUE SPACES.
         01  run-lock-wait     PIC 9(5) VALUE 0.
         01  run-lock-waited   PIC 9(5) VALUE 0.
         01  run-lock-pos      PIC 9(2).
         01  run-lock-digit    PIC 9.
         01  run-lock-ended-sw PIC X(1).
             88 run-lock-digits-ended VALUE 'Y'.
         01  run-lock-bad-sw   PIC X(1).
             88 run-lock-not-numeric VALUE 'Y'.
         01  run-lock-owner    PIC X(9) VALUE SPACES.
         01  run-lock-pid-raw  PIC S9(9) COMP.
         01  run-lock-pid      PIC 9(9) VALUE 0.
         01  run-lock-pid-edit PIC Z(8)9.
         01  run-lock-date-raw PIC 9(8).
         01  run-lock-time-raw PIC 9(8).
         01  run-lock-command  PIC X(40).
         01  run-lock-status   PIC S9(9) COMP.
         01  run-lock-saved-rc PIC S9(9) COMP.

       PROCEDURE DIVISION.
           ACCEPT day3arc-start-time-raw FROM TIME
           ACCEPT day3arc-run-date-raw FROM DATE YYYYMMDD
           ACCEPT day3arc-run-time-raw FROM TIME
           MOVE day3arc-run-date-raw(1:4) TO day3arc-run-date(1:4)
           MOVE "-" TO day3arc-run-date(5:1)
           MOVE day3arc-run-date-raw(5:2) TO day3arc-run-date(6:2)
           MOVE "-" TO day3arc-run-date(8:1)
           MOVE day3arc-run-date-raw(7:2) TO day3arc-run-date(9:2)
           MOVE day3arc-run-time-raw(1:2) TO day3arc-run-time(1:2)
           MOVE ":" TO day3arc-run-time(3:1)
           MOVE day3arc-run-time-raw(3:2) TO day3arc-run-time(4:2)
           MOVE ":" TO day3arc-run-time(6:1)
           MOVE day3arc-run-time-raw(5:2) TO day3arc-run-time(7:2)

           ACCEPT DAY3-ARC-DIRECTORY FROM ENVIRONMENT "DAY3_ARC_DIR"
           IF DAY3-ARC-DIRECTORY = SPACES THEN
             MOVE "day3arc" TO DAY3-ARC-DIRECTORY
           END-IF
           ACCEPT DAY3-VALID-FILENAME FROM ENVIRONMENT "DAY3_VALID_FILE"
           IF DAY3-VALID-FILENAME = SPACES THEN
             MOVE "day3.val" TO DAY3-VALID-FILENAME
           END-IF
           ACCEPT DAY3-INPUT-FILENAME FROM ENVIRONMENT "DAY3_INPUT_FILE"
           IF DAY3-INPUT-FILENAME = SPACES THEN
             MOVE "day3.in" TO DAY3-INPUT-FILENAME
           END-IF
           ACCEPT day3arc-keep-env FROM ENVIRONMENT "DAY3_ARC_KEEP"
           IF day3arc-keep-env NOT = SPACES THEN
             PERFORM parse-arc-keep-env
           END-IF

      * nothing is read or changed until the run-control lock is
      * held (or the driver's, for a step day3run started).
           PERFORM acquire-run-lock
           PERFORM decide-generation-date
           MOVE SPACES TO generation-directory catalog-filename
           STRING DAY3-ARC-DIRECTORY DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               generation-date DELIMITED BY SIZE
               INTO generation-directory
           STRING DAY3-ARC-DIRECTORY DELIMITED BY SPACE
               "/day3.gen" DELIMITED BY SIZE
               INTO catalog-filename
           PERFORM load-generation-catalog
           PERFORM prepare-generation-directory

           OPEN OUTPUT print-file.
           IF NOT print-file-is-ok THEN
             DISPLAY "day3arc: unable to open day3arc.rpt, file status "
                 print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE day3arc-run-date TO tl-date
           MOVE day3arc-run-time TO tl-time
           MOVE title-line TO print-line
           WRITE print-line
           MOVE generation-date TO gl-date
           MOVE generation-directory TO gl-directory
           MOVE generation-line TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE file-head-line TO print-line
           WRITE print-line

           PERFORM VARYING arc-idx FROM 1 BY 1
               UNTIL arc-idx > arc-file-count
             MOVE arc-file-name(arc-idx) TO probe-filename
             PERFORM archive-one-file
           END-PERFORM
           MOVE DAY3-VALID-FILENAME TO probe-filename
           PERFORM archive-one-file
           PERFORM archive-site-extracts

           PERFORM record-generation
           PERFORM purge-old-generations
           PERFORM rewrite-generation-catalog
           PERFORM write-catalog-section

           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "FILES ARCHIVED" TO fig-caption
           MOVE archived-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "NOT PRESENT" TO fig-caption
           MOVE missing-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "COPY FAILED" TO fig-caption
           MOVE failed-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "GENERATIONS PURGED" TO fig-caption
           MOVE purged-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "GENERATIONS HELD" TO fig-caption
           MOVE gen-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "RETENTION LIMIT" TO fig-caption
           MOVE DAY3-ARC-KEEP TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           CLOSE print-file

           DISPLAY "day3arc: generation " generation-date ", "
               archived-count " file(s) archived, " missing-count
               " not present, " failed-count " failed, "
               purged-count " generation(s) purged"
           EVALUATE TRUE
             WHEN failed-count > 0
               DISPLAY "day3arc: generation " generation-date
                   " is incomplete, see day3arc.rpt"
               MOVE 8 TO RETURN-CODE
             WHEN extract-missing-count > 0
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM write-run-audit-record
       STOP RUN.

      *******************************************************************
      * parse-arc-keep-env - DAY3_ARC_KEEP as a whole number of
      * generations, 1 to 400. Anything else is reported and the
      * default kept, so a mistyped setting never purges the archive.
      *******************************************************************
       parse-arc-keep-env.
           MOVE ZERO TO env-value
           MOVE SPACE TO env-ended-sw
           MOVE SPACE TO env-bad-sw
           PERFORM VARYING env-pos FROM 1 BY 1 UNTIL env-pos > 3
             EVALUATE TRUE
               WHEN day3arc-keep-env(env-pos:1) = SPACE
                 SET env-digits-ended TO TRUE
               WHEN day3arc-keep-env(env-pos:1) IS NUMERIC AND
                   NOT env-digits-ended
                 MOVE day3arc-keep-env(env-pos:1) TO env-digit
                 COMPUTE env-value = env-value * 10 + env-digit
               WHEN OTHER
                 SET env-not-numeric TO TRUE
             END-EVALUATE
           END-PERFORM
           IF env-not-numeric OR env-value = ZERO OR
               env-value > 400 THEN
             DISPLAY "day3arc: DAY3_ARC_KEEP value '"
                 day3arc-keep-env "' not usable, keeping "
                 DAY3-ARC-KEEP " generation(s)"
           ELSE
             MOVE env-value TO DAY3-ARC-KEEP
           END-IF
           .

      *******************************************************************
      * decide-generation-date - the night is the run date on
      * day3a.out's header, the date day3his keys its day3.hst rows
      * by. Preliminary intraday figures are not a night's figures
      * and are refused; with no day3a.out at all the chain never got
      * that far, so whatever did run is archived under today's date.
      *******************************************************************
       decide-generation-date.
           MOVE day3arc-run-date TO generation-date
           OPEN INPUT day3a-result-file.
           IF day3a-result-not-found THEN
             DISPLAY "day3arc: no day3a.out, archiving under today's "
                 "date " generation-date
             EXIT PARAGRAPH
           END-IF
           IF NOT day3a-result-file-is-ok THEN
             DISPLAY "day3arc: unable to open day3a.out, file status "
                 day3a-result-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           READ day3a-result-file
             AT END
               MOVE SPACES TO DAY3-OUTPUT-RECORD
           END-READ
           CLOSE day3a-result-file
           IF NOT DAY3-OUT-HEADER THEN
             DISPLAY "day3arc: day3a.out has no header, archiving "
                 "under today's date " generation-date
             EXIT PARAGRAPH
           END-IF
           IF DAY3-OUT-PRELIMINARY THEN
             DISPLAY "day3arc: day3a.out carries preliminary intraday "
                 "figures, nothing final to archive"
             MOVE 8 TO RETURN-CODE
             PERFORM write-run-audit-record
             STOP RUN
           END-IF
           MOVE DAY3-OUT-RUN-DATE TO generation-date
      * the date names the generation directory that is cleared and
      * rebuilt, so anything but a YYYY-MM-DD date is refused before
      * a path is built from it.
           IF generation-date(1:4) IS NOT NUMERIC OR
               generation-date(5:1) NOT = "-" OR
               generation-date(6:2) IS NOT NUMERIC OR
               generation-date(8:1) NOT = "-" OR
               generation-date(9:2) IS NOT NUMERIC THEN
             DISPLAY "day3arc: day3a.out header run date '"
                 generation-date "' is not a YYYY-MM-DD date, "
                 "nothing archived"
             MOVE 8 TO RETURN-CODE
             PERFORM write-run-audit-record
             STOP RUN
           END-IF
           .

      *******************************************************************
      * load-generation-catalog - day3.gen into storage. No archive
      * directory or no catalog yet is the first night archived.
      *******************************************************************
       load-generation-catalog.
           OPEN INPUT catalog-file.
           IF catalog-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT catalog-file-is-ok THEN
             DISPLAY "day3arc: unable to open " catalog-filename
                 ", file status " catalog-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL catalog-eof
             READ catalog-file
             IF catalog-eof THEN
               EXIT PERFORM
             END-IF
             IF gen-count >= 400 THEN
               DISPLAY "day3arc: gen-table capacity 400 exceeded, "
                   catalog-filename " not maintained"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO gen-count
             MOVE DAY3-GEN-DATE TO gen-date(gen-count)
             MOVE DAY3-GENERATION-RECORD TO gen-row(gen-count)
           END-PERFORM
           CLOSE catalog-file
           .

      *******************************************************************
      * prepare-generation-directory - an empty directory for the
      * night. Archiving the same night again (after a rerun) clears
      * the old generation first so it never holds a mix of the two.
      *******************************************************************
       prepare-generation-directory.
           MOVE SPACES TO shell-command
           STRING "rm -rf " DELIMITED BY SIZE
               generation-directory DELIMITED BY SPACE
               " && mkdir -p " DELIMITED BY SIZE
               generation-directory DELIMITED BY SPACE
               INTO shell-command
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING shell-command
           MOVE RETURN-CODE TO shell-status
           MOVE ZERO TO RETURN-CODE
           IF shell-status NOT = ZERO THEN
             DISPLAY "day3arc: unable to create " generation-directory
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      *******************************************************************
      * archive-one-file - copy probe-filename into the generation
      * directory, keeping any directory part of a relative name so
      * the manifest still finds it there. A file that isn't there
      * tonight is listed, not failed: most outputs are only written
      * when there is something to say.
      *******************************************************************
       archive-one-file.
           OPEN INPUT probe-file.
           IF probe-not-found THEN
             ADD 1 TO missing-count
             MOVE "NOT PRESENT" TO file-result
             PERFORM write-file-line
             EXIT PARAGRAPH
           END-IF
           IF probe-file-is-ok THEN
             CLOSE probe-file
           END-IF
           MOVE SPACES TO shell-command
           STRING "cp -p --parents " DELIMITED BY SIZE
               probe-filename DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               generation-directory DELIMITED BY SPACE
               INTO shell-command
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING shell-command
           MOVE RETURN-CODE TO shell-status
           MOVE ZERO TO RETURN-CODE
           IF shell-status = ZERO THEN
             ADD 1 TO archived-count
             IF probe-filename(1:1) = "/" THEN
               MOVE "ARCHIVED, ABSOLUTE PATH - REPLAY READS LIVE"
                   TO file-result
             ELSE
               MOVE "ARCHIVED" TO file-result
             END-IF
           ELSE
             ADD 1 TO failed-count
             MOVE "COPY FAILED" TO file-result
           END-IF
           PERFORM write-file-line
           .

      *******************************************************************
      * archive-site-extracts - every site extract the manifest lists,
      * or the single-file extract when the night ran without one. An
      * extract the manifest names but that isn't there is a warning:
      * the night cannot be replayed exactly without it.
      *******************************************************************
       archive-site-extracts.
           OPEN INPUT manifest-file.
           IF manifest-not-found THEN
             MOVE DAY3-INPUT-FILENAME TO probe-filename
             MOVE missing-count TO missing-before
             PERFORM archive-one-file
             IF missing-count > missing-before THEN
               ADD 1 TO extract-missing-count
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF NOT manifest-file-is-ok THEN
             DISPLAY "day3arc: unable to open day3.man, file status "
                 manifest-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL manifest-eof
             READ manifest-file
             IF manifest-eof THEN
               EXIT PERFORM
             END-IF
             IF manifest-filename NOT = SPACES THEN
               MOVE manifest-filename TO probe-filename
               MOVE missing-count TO missing-before
               PERFORM archive-one-file
               IF missing-count > missing-before THEN
                 ADD 1 TO extract-missing-count
               END-IF
             END-IF
           END-PERFORM
           CLOSE manifest-file
           .

      *******************************************************************
      * record-generation - tonight's catalog row, replacing the row
      * of an earlier archive of the same night or going in at its
      * place in date order.
      *******************************************************************
       record-generation.
           MOVE SPACES TO DAY3-GENERATION-RECORD
           MOVE generation-date TO DAY3-GEN-DATE
           MOVE day3arc-run-date TO DAY3-GEN-ARCHIVED-ON
           MOVE day3arc-run-time TO DAY3-GEN-ARCHIVED-AT
           MOVE archived-count TO DAY3-GEN-FILE-COUNT
           MOVE missing-count TO DAY3-GEN-MISSING-COUNT
           IF failed-count > 0 THEN
             SET DAY3-GEN-INCOMPLETE TO TRUE
           ELSE
             SET DAY3-GEN-COMPLETE TO TRUE
           END-IF
           MOVE generation-directory TO DAY3-GEN-DIRECTORY
           PERFORM VARYING gen-slot FROM 1 BY 1
               UNTIL gen-slot > gen-count
             IF gen-date(gen-slot) >= generation-date THEN
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF gen-slot <= gen-count THEN
             IF gen-date(gen-slot) = generation-date THEN
               MOVE DAY3-GENERATION-RECORD TO gen-row(gen-slot)
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF gen-count >= 401 THEN
             DISPLAY "day3arc: gen-table capacity 401 exceeded, "
                 "generation not catalogued"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING shift-idx FROM gen-count BY -1
               UNTIL shift-idx < gen-slot
             MOVE gen-entry(shift-idx) TO gen-entry(shift-idx + 1)
           END-PERFORM
           ADD 1 TO gen-count
           MOVE generation-date TO gen-date(gen-slot)
           MOVE DAY3-GENERATION-RECORD TO gen-row(gen-slot)
           .

      *******************************************************************
      * purge-old-generations - past the retention limit the oldest
      * generations go, directory and catalog row together, each one
      * listed so the report shows what can no longer be replayed.
      *******************************************************************
       purge-old-generations.
           IF gen-count <= DAY3-ARC-KEEP THEN
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "GENERATIONS PURGED PAST THE RETENTION LIMIT" TO
               shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           PERFORM UNTIL gen-count <= DAY3-ARC-KEEP
             MOVE gen-row(1) TO DAY3-GENERATION-RECORD
             MOVE SPACES TO shell-command
             STRING "rm -rf " DELIMITED BY SIZE
                 DAY3-GEN-DIRECTORY DELIMITED BY SPACE
                 INTO shell-command
             MOVE ZERO TO RETURN-CODE
             CALL "SYSTEM" USING shell-command
             MOVE RETURN-CODE TO shell-status
             MOVE ZERO TO RETURN-CODE
             MOVE SPACES TO file-line
             MOVE DAY3-GEN-DIRECTORY TO fl-name
             IF shell-status = ZERO THEN
               MOVE "PURGED" TO fl-result
             ELSE
               MOVE "PURGE FAILED, REMOVE BY HAND" TO fl-result
             END-IF
             MOVE file-line TO print-line
             WRITE print-line
             PERFORM VARYING shift-idx FROM 1 BY 1
                 UNTIL shift-idx >= gen-count
               MOVE gen-entry(shift-idx + 1) TO gen-entry(shift-idx)
             END-PERFORM
             SUBTRACT 1 FROM gen-count
             ADD 1 TO purged-count
           END-PERFORM
           .

       rewrite-generation-catalog.
           OPEN OUTPUT catalog-file.
           IF NOT catalog-file-is-ok THEN
             DISPLAY "day3arc: unable to rewrite " catalog-filename
                 ", file status " catalog-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING gen-idx FROM 1 BY 1
               UNTIL gen-idx > gen-count
             MOVE gen-row(gen-idx) TO DAY3-GENERATION-RECORD
             WRITE DAY3-GENERATION-RECORD
           END-PERFORM
           CLOSE catalog-file
           .

       write-catalog-section.
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "GENERATIONS HELD, OLDEST FIRST" TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           MOVE gen-head-line TO print-line
           WRITE print-line
           PERFORM VARYING gen-idx FROM 1 BY 1
               UNTIL gen-idx > gen-count
             MOVE gen-row(gen-idx) TO DAY3-GENERATION-RECORD
             MOVE SPACES TO gen-line
             MOVE DAY3-GEN-DATE TO gnl-date
             MOVE DAY3-GEN-ARCHIVED-ON TO gnl-archived
             MOVE DAY3-GEN-FILE-COUNT TO gnl-files
             MOVE DAY3-GEN-MISSING-COUNT TO gnl-missing
             IF DAY3-GEN-COMPLETE THEN
               MOVE "COMPLETE" TO gnl-status
             ELSE
               MOVE "PARTIAL" TO gnl-status
             END-IF
             MOVE DAY3-GEN-DIRECTORY TO gnl-directory
             MOVE gen-line TO print-line
             WRITE print-line
           END-PERFORM
           .

       write-file-line.
           MOVE SPACES TO file-line
           MOVE probe-filename TO fl-name
           MOVE file-result TO fl-result
           MOVE file-line TO print-line
           WRITE print-line
           .

       write-figure-line.
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE SPACES TO figure-line
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
             DISPLAY "day3arc: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3arc-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3arc-log-end-raw FROM TIME
           MOVE day3arc-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3arc-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3arc-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3arc-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3arc-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3arc-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3arc-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3arc-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3arc-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3ARC" TO DAY3-LOG-PROGRAM
           MOVE generation-directory TO DAY3-LOG-INPUT-FILE
           MOVE archived-count TO DAY3-LOG-READ-COUNT
           MOVE failed-count TO DAY3-LOG-REJECT-COUNT
           SET DAY3-LOG-FULL-RUN TO TRUE
           SET DAY3-LOG-FULL-MODE TO TRUE
           MOVE RETURN-CODE TO DAY3-LOG-RETURN-CODE
           WRITE DAY3-LOG-RECORD
           CLOSE run-log-file
           PERFORM release-run-lock
           .

      *******************************************************************
      * acquire-run-lock - take the shared run-control lock before
      * this run changes anything. A lock held by a live job is
      * waited on for up to DAY3_LOCK_WAIT seconds and then refused
      * with return code 12. A stale one - its process has gone - is
      * reported and refused at once: only the operator releases it,
      * with day3lck, once the job that left it has been looked at.
      * A step day3run started runs under the driver's lock.
      *******************************************************************
       acquire-run-lock.
           CALL "C$GETPID" RETURNING run-lock-pid-raw
           MOVE run-lock-pid-raw TO run-lock-pid
           ACCEPT run-lock-owner FROM ENVIRONMENT "DAY3_LOCK_OWNER"
           ACCEPT run-lock-wait-env FROM ENVIRONMENT "DAY3_LOCK_WAIT"
           MOVE ZERO TO run-lock-wait
           MOVE SPACE TO run-lock-ended-sw
           MOVE SPACE TO run-lock-bad-sw
           PERFORM VARYING run-lock-pos FROM 1 BY 1
               UNTIL run-lock-pos > 5
             EVALUATE TRUE
               WHEN run-lock-wait-env(run-lock-pos:1) = SPACE
                 SET run-lock-digits-ended TO TRUE
               WHEN run-lock-wait-env(run-lock-pos:1) IS NUMERIC AND
                   NOT run-lock-digits-ended
                 MOVE run-lock-wait-env(run-lock-pos:1) TO
                     run-lock-digit
                 COMPUTE run-lock-wait = run-lock-wait * 10
                     + run-lock-digit
               WHEN OTHER
                 SET run-lock-not-numeric TO TRUE
             END-EVALUATE
           END-PERFORM
           IF run-lock-not-numeric THEN
             DISPLAY "day3arc: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3arc: run-control lock held by "
                 DAY3-LCK-PROGRAM ", waiting up to " run-lock-wait
                 " second(s) for it"
           END-IF
           PERFORM UNTIL NOT run-lock-held
               OR run-lock-waited >= run-lock-wait
             MOVE "sleep 5" TO run-lock-command
             CALL "SYSTEM" USING run-lock-command
             MOVE ZERO TO RETURN-CODE
             ADD 5 TO run-lock-waited
             PERFORM try-run-lock
           END-PERFORM
           EVALUATE TRUE
             WHEN run-lock-mine
               SET run-lock-owned TO TRUE
             WHEN run-lock-driver
               CONTINUE
             WHEN run-lock-stale
               DISPLAY "day3arc: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3arc: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3arc: run-control lock held by "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME ", run refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-EVALUATE
           .

      *******************************************************************
      * try-run-lock - finding day3.lck free, append this run's row
      * and look again: whichever run's row landed first holds the
      * lock, so two runs starting together can't both go ahead.
      *******************************************************************
       try-run-lock.
           PERFORM inspect-run-lock
           IF NOT run-lock-free THEN
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DAY3-LOCK-RECORD
           ACCEPT DAY3-LCK-HOLDER FROM ENVIRONMENT "USER"
           IF DAY3-LCK-HOLDER = SPACES THEN
             MOVE "UNKNOWN" TO DAY3-LCK-HOLDER
           END-IF
           MOVE "DAY3ARC" TO DAY3-LCK-PROGRAM
           ACCEPT run-lock-date-raw FROM DATE YYYYMMDD
           ACCEPT run-lock-time-raw FROM TIME
           MOVE run-lock-date-raw(1:4) TO DAY3-LCK-SINCE-DATE(1:4)
           MOVE "-" TO DAY3-LCK-SINCE-DATE(5:1)
           MOVE run-lock-date-raw(5:2) TO DAY3-LCK-SINCE-DATE(6:2)
           MOVE "-" TO DAY3-LCK-SINCE-DATE(8:1)
           MOVE run-lock-date-raw(7:2) TO DAY3-LCK-SINCE-DATE(9:2)
           MOVE run-lock-time-raw(1:2) TO DAY3-LCK-SINCE-TIME(1:2)
           MOVE ":" TO DAY3-LCK-SINCE-TIME(3:1)
           MOVE run-lock-time-raw(3:2) TO DAY3-LCK-SINCE-TIME(4:2)
           MOVE ":" TO DAY3-LCK-SINCE-TIME(6:1)
           MOVE run-lock-time-raw(5:2) TO DAY3-LCK-SINCE-TIME(7:2)
           MOVE run-lock-pid TO DAY3-LCK-PROCESS
           OPEN EXTEND run-lock-file.
           IF run-lock-not-found THEN
             OPEN OUTPUT run-lock-file
           END-IF
           IF NOT run-lock-file-is-ok THEN
             DISPLAY "day3arc: unable to open day3.lck, file status "
                 run-lock-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           WRITE run-lock-line FROM DAY3-LOCK-RECORD
           CLOSE run-lock-file
           PERFORM inspect-run-lock
           .

      *******************************************************************
      * inspect-run-lock - who holds day3.lck: nobody, this run, the
      * driver this step runs under, a live job, or a stale row whose
      * process has gone. The return code the run has built so far
      * is kept across the process check.
      *******************************************************************
       inspect-run-lock.
           MOVE 'F' TO run-lock-state-sw
           OPEN INPUT run-lock-file.
           IF run-lock-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT run-lock-file-is-ok THEN
             DISPLAY "day3arc: unable to open day3.lck, file status "
                 run-lock-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           READ run-lock-file INTO DAY3-LOCK-RECORD
           IF run-lock-eof THEN
             CLOSE run-lock-file
             EXIT PARAGRAPH
           END-IF
           CLOSE run-lock-file
           IF DAY3-LCK-PROCESS IS NOT NUMERIC THEN
             MOVE 'S' TO run-lock-state-sw
             EXIT PARAGRAPH
           END-IF
           IF DAY3-LCK-PROCESS = run-lock-pid THEN
             MOVE 'M' TO run-lock-state-sw
             EXIT PARAGRAPH
           END-IF
           IF run-lock-owner = DAY3-LCK-PROCESS THEN
             MOVE 'D' TO run-lock-state-sw
             EXIT PARAGRAPH
           END-IF
           MOVE DAY3-LCK-PROCESS TO run-lock-pid-edit
           MOVE SPACES TO run-lock-command
           STRING "ps -p " run-lock-pid-edit " > /dev/null 2>&1"
               DELIMITED BY SIZE INTO run-lock-command
           MOVE RETURN-CODE TO run-lock-saved-rc
           CALL "SYSTEM" USING run-lock-command
           MOVE RETURN-CODE TO run-lock-status
           MOVE run-lock-saved-rc TO RETURN-CODE
           IF run-lock-status = ZERO THEN
             MOVE 'H' TO run-lock-state-sw
           ELSE
             MOVE 'S' TO run-lock-state-sw
           END-IF
           .

      *******************************************************************
      * release-run-lock - give the run-control lock back at end of
      * job by emptying day3.lck, when it is this run's to give.
      *******************************************************************
       release-run-lock.
           IF NOT run-lock-owned THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM inspect-run-lock
           IF run-lock-mine THEN
             OPEN OUTPUT run-lock-file
             IF run-lock-file-is-ok THEN
               CLOSE run-lock-file
             ELSE
               DISPLAY "day3arc: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
