       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3rpl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT catalog-file ASSIGN TO DYNAMIC catalog-filename
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS catalog-file-status.
         SELECT result-file ASSIGN TO DYNAMIC result-filename
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS result-file-status.
         SELECT hist-file ASSIGN TO "day3.hst"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DAY3-HIST-KEY
           FILE STATUS hist-file-status.
         SELECT print-file ASSIGN TO "day3rpl.rpt"
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
      * the generation catalog day3arc keeps in the archive
      * directory: which nights are held and where.
         FD  catalog-file.
         COPY day3gen.

      * the replayed day3a.out, then day3b.out, out of the work area.
         FD  result-file.
         COPY day3out.

         FD  hist-file.
         COPY day3hst.

         FD  print-file.
         01  print-line PIC X(132).

      * the common run-audit log every day3 program appends one row
      * to at end of job; day3inq lists it by date range. The
      * replayed steps log into the work area, not here.
         FD  run-log-file.
         COPY day3log.

      * the shared run-control lock (see day3rcl.cpy), taken before
      * this run changes anything and given back at end of job.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         WORKING-STORAGE SECTION.
         01  catalog-file-status PIC 99.
             88 catalog-file-is-ok VALUE 0.
             88 catalog-eof        VALUE 10.
             88 catalog-not-found  VALUE 35.
         01  result-file-status PIC 99.
             88 result-file-is-ok VALUE 0.
             88 result-eof        VALUE 10.
         01  hist-file-status PIC 99.
             88 hist-file-is-ok      VALUE 0.
             88 hist-eof             VALUE 10.
             88 hist-file-not-found  VALUE 35.
         01  print-file-status PIC 99.
             88 print-file-is-ok VALUE 0.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

      * DAY3_REPLAY_DATE names the archived night to replay
      * (YYYY-MM-DD, required). DAY3_ARC_DIR is where day3arc keeps
      * the generations; DAY3_REPLAY_DIR is the work area the night
      * is replayed in, cleared and refilled from the generation on
      * every replay, so nothing the replay writes - results, logs,
      * checkpoints - lands on the live files. The tolerances are
      * the ones in force on the replayed night (the generation's
      * own day3.prm as of its date) unless DAY3_PARM_DATE names
      * another date to judge it by.
         01  DAY3-REPLAY-DATE     PIC X(10) VALUE SPACES.
         01  DAY3-ARC-DIRECTORY   PIC X(48) VALUE "day3arc".
         01  DAY3-REPLAY-DIRECTORY PIC X(48) VALUE "day3rpl.wrk".
         01  day3rpl-parm-date    PIC X(10) VALUE SPACES.
      * the replayed steps are the programs in the directory the
      * replay was started from, run from inside the work area.
         01  day3rpl-home         PIC X(64) VALUE SPACES.

         01  catalog-filename PIC X(64).
         01  result-filename  PIC X(64).
         01  generation-directory PIC X(64) VALUE SPACES.
         01  prior-directory      PIC X(64) VALUE SPACES.
         01  prior-date           PIC X(10) VALUE SPACES.
         01  generation-found-sw  PIC X(1) VALUE 'N'.
             88 generation-found  VALUE 'Y'.
         01  generation-partial-sw PIC X(1) VALUE 'N'.
             88 generation-partial VALUE 'Y'.

      * the three steps that turn the night's extracts into its
      * figures, in chain order, as day3run lists them.
         01  replay-step-values.
             05 FILLER PIC X(16) VALUE "day3val DAY3VAL".
             05 FILLER PIC X(16) VALUE "day3a   DAY3A".
             05 FILLER PIC X(16) VALUE "day3b   DAY3B".
         01  replay-step-table REDEFINES replay-step-values.
            03 replay-step-entry OCCURS 3 TIMES.
               05 step-command PIC X(8).
               05 step-program PIC X(8).
         01  step-count PIC 9(2) VALUE 3.
         01  step-idx   PIC 9(2).
         01  step-rc    PIC 9(2).
      * CALL "SYSTEM" hands back the raw wait status, decoded the
      * way day3run decodes it.
         01  step-rc-raw  PIC S9(9) COMP.
         01  step-rc-quot PIC S9(9) COMP.
         01  step-rc-rem  PIC S9(9) COMP.
         01  day3rpl-stop-sw PIC X(1) VALUE 'N'.
             88 day3rpl-replay-stopped VALUE 'Y'.

         01  shell-command PIC X(300).
         01  shell-status  PIC S9(9) COMP.

      * one replayed history row, built from the replayed result
      * files the way day3his builds the row it loads, keyed by the
      * replayed date. Same 262-byte shape as day3hst.cpy.
         01  replay-row.
             05 rr-key.
                10 rr-run-date     PIC X(10).
                10 rr-program      PIC X(8).
                10 rr-rec-type     PIC X(1).
                10 rr-column       PIC 9(2).
             05 rr-run-time        PIC X(8).
             05 rr-source-file     PIC X(64).
             05 rr-record-count    PIC 9(8).
             05 rr-gamma           PIC X(32).
             05 rr-epsilon         PIC X(32).
             05 rr-power           PIC 9(20).
             05 rr-oxygen          PIC 9(20).
             05 rr-carbon          PIC 9(20).
             05 rr-life-support    PIC 9(20).
             05 rr-column-ones     PIC 9(6).
             05 rr-column-zeros    PIC 9(6).
             05 rr-column-percent  PIC 9(3)V9(2).

      * the replayed rows, sized as day3his sizes one night's rows.
         01  replay-table.
            03 replay-entry OCCURS 100 TIMES.
               05 re-key     PIC X(21).
               05 re-row     PIC X(262).
               05 re-matched-sw PIC X(1).
                  88 re-matched VALUE 'Y'.
         01  replay-count PIC 9(3) VALUE 0.
         01  replay-idx   PIC 9(3).

      * the per-site 'R' rows of both result files, paired by site
      * into one 'S' row as day3his pairs them.
         01  site-result-table.
            03 site-result-entry OCCURS 30 TIMES.
               05 sres-site    PIC X(8).
               05 sres-count   PIC 9(8).
               05 sres-gamma   PIC X(32).
               05 sres-epsilon PIC X(32).
               05 sres-power   PIC 9(20).
               05 sres-oxygen  PIC 9(20).
               05 sres-carbon  PIC 9(20).
               05 sres-life    PIC 9(20).
         01  site-result-count PIC 9(2) VALUE 0.
         01  site-result-idx   PIC 9(2).
         01  site-result-want  PIC X(8).
         01  result-program    PIC X(8).

         01  history-count     PIC 9(4) VALUE 0.
         01  matched-count     PIC 9(4) VALUE 0.
         01  differing-count   PIC 9(4) VALUE 0.
         01  field-diff-count  PIC 9(4) VALUE 0.
         01  not-on-hist-count PIC 9(4) VALUE 0.
         01  not-replayed-count PIC 9(4) VALUE 0.
         01  row-differs-sw PIC X(1).
             88 row-differs VALUE 'Y'.

         01  day3rpl-start-time-raw PIC 9(8).
         01  day3rpl-run-date-raw   PIC 9(8).
         01  day3rpl-run-time-raw   PIC 9(8).
         01  day3rpl-log-date-raw   PIC 9(8).
         01  day3rpl-log-end-raw    PIC 9(8).
         01  day3rpl-run-date       PIC X(10).
         01  day3rpl-run-time       PIC X(8).

         01  title-line.
             05 FILLER PIC X(44) VALUE
                 "DAY3 PRIOR-DATE REPLAY AND COMPARISON".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 tl-date PIC X(10).
             05 FILLER  PIC X(2) VALUE SPACES.
             05 tl-time PIC X(8).
         01  replay-line.
             05 FILLER PIC X(10) VALUE "REPLAY OF ".
             05 rl-date PIC X(10).
             05 FILLER PIC X(13) VALUE "  GENERATION ".
             05 rl-generation PIC X(40).
             05 FILLER PIC X(12) VALUE "  WORK AREA ".
             05 rl-work PIC X(40).
         01  tolerance-line.
             05 FILLER PIC X(17) VALUE "TOLERANCES AS OF ".
             05 tol-date PIC X(10).
             05 FILLER PIC X(20) VALUE "   PRIOR RUN FOR THE".
             05 FILLER PIC X(14) VALUE " DRIFT CHECK: ".
             05 tol-prior PIC X(10).
         01  section-head-line.
             05 shl-title PIC X(60).
         01  step-line.
             05 FILLER     PIC X(2) VALUE SPACES.
             05 sl-program PIC X(8).
             05 FILLER     PIC X(2) VALUE SPACES.
             05 sl-result  PIC X(60).
         01  diff-head-line.
             05 FILLER PIC X(10) VALUE "ROW".
             05 FILLER PIC X(5)  VALUE "TYPE".
             05 FILLER PIC X(5)  VALUE "COL".
             05 FILLER PIC X(18) VALUE "FIELD".
             05 FILLER PIC X(34) VALUE "ON DAY3.HST".
             05 FILLER PIC X(32) VALUE "REPLAYED".
         01  diff-line.
             05 dl-program  PIC X(8).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 dl-type     PIC X(1).
             05 FILLER      PIC X(4) VALUE SPACES.
             05 dl-column   PIC 9(2).
             05 FILLER      PIC X(3) VALUE SPACES.
             05 dl-field    PIC X(16).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 dl-history  PIC X(32).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 dl-replayed PIC X(32).
         01  diff-number-edit  PIC Z(19)9.
         01  diff-percent-edit PIC ZZ9.99.
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
           ACCEPT day3rpl-start-time-raw FROM TIME
           ACCEPT day3rpl-run-date-raw FROM DATE YYYYMMDD
           ACCEPT day3rpl-run-time-raw FROM TIME
           MOVE day3rpl-run-date-raw(1:4) TO day3rpl-run-date(1:4)
           MOVE "-" TO day3rpl-run-date(5:1)
           MOVE day3rpl-run-date-raw(5:2) TO day3rpl-run-date(6:2)
           MOVE "-" TO day3rpl-run-date(8:1)
           MOVE day3rpl-run-date-raw(7:2) TO day3rpl-run-date(9:2)
           MOVE day3rpl-run-time-raw(1:2) TO day3rpl-run-time(1:2)
           MOVE ":" TO day3rpl-run-time(3:1)
           MOVE day3rpl-run-time-raw(3:2) TO day3rpl-run-time(4:2)
           MOVE ":" TO day3rpl-run-time(6:1)
           MOVE day3rpl-run-time-raw(5:2) TO day3rpl-run-time(7:2)

           ACCEPT DAY3-REPLAY-DATE FROM ENVIRONMENT "DAY3_REPLAY_DATE"
           IF DAY3-REPLAY-DATE(1:4) IS NOT NUMERIC OR
               DAY3-REPLAY-DATE(5:1) NOT = "-" OR
               DAY3-REPLAY-DATE(6:2) IS NOT NUMERIC OR
               DAY3-REPLAY-DATE(8:1) NOT = "-" OR
               DAY3-REPLAY-DATE(9:2) IS NOT NUMERIC THEN
             DISPLAY "day3rpl: set DAY3_REPLAY_DATE to the archived "
                 "night to replay (YYYY-MM-DD)"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ACCEPT DAY3-ARC-DIRECTORY FROM ENVIRONMENT "DAY3_ARC_DIR"
           IF DAY3-ARC-DIRECTORY = SPACES THEN
             MOVE "day3arc" TO DAY3-ARC-DIRECTORY
           END-IF
           ACCEPT DAY3-REPLAY-DIRECTORY FROM ENVIRONMENT
               "DAY3_REPLAY_DIR"
           IF DAY3-REPLAY-DIRECTORY = SPACES THEN
             MOVE "day3rpl.wrk" TO DAY3-REPLAY-DIRECTORY
           END-IF
           ACCEPT day3rpl-parm-date FROM ENVIRONMENT "DAY3_PARM_DATE"
           IF day3rpl-parm-date = SPACES THEN
             MOVE DAY3-REPLAY-DATE TO day3rpl-parm-date
           END-IF
           ACCEPT day3rpl-home FROM ENVIRONMENT "PWD"
           IF day3rpl-home = SPACES THEN
             DISPLAY "day3rpl: PWD not set, cannot locate the "
                 "programs to replay with"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF

      * the run-control lock keeps day3arc from purging or replacing
      * the generation, and day3his from loading day3.hst, while the
      * replay is working from them.
           PERFORM acquire-run-lock
           PERFORM find-generation
           IF NOT generation-found THEN
             DISPLAY "day3rpl: no archived generation for "
                 DAY3-REPLAY-DATE " in " catalog-filename
             MOVE 8 TO RETURN-CODE
             PERFORM write-run-audit-record
             STOP RUN
           END-IF

           OPEN OUTPUT print-file.
           IF NOT print-file-is-ok THEN
             DISPLAY "day3rpl: unable to open day3rpl.rpt, file status "
                 print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE day3rpl-run-date TO tl-date
           MOVE day3rpl-run-time TO tl-time
           MOVE title-line TO print-line
           WRITE print-line
           MOVE DAY3-REPLAY-DATE TO rl-date
           MOVE generation-directory TO rl-generation
           MOVE DAY3-REPLAY-DIRECTORY TO rl-work
           MOVE replay-line TO print-line
           WRITE print-line
           MOVE day3rpl-parm-date TO tol-date
           IF prior-date = SPACES THEN
             MOVE "NONE HELD" TO tol-prior
           ELSE
             MOVE prior-date TO tol-prior
           END-IF
           MOVE tolerance-line TO print-line
           WRITE print-line
           IF generation-partial THEN
             MOVE "GENERATION IS PARTIAL - A FILE FAILED TO ARCHIVE, "
                 & "DIFFERENCES MAY COME FROM THAT" TO print-line
             WRITE print-line
           END-IF

           PERFORM prepare-work-area
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "REPLAY STEPS" TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > step-count
               OR day3rpl-replay-stopped
             PERFORM replay-one-step
           END-PERFORM
           IF day3rpl-replay-stopped THEN
             MOVE SPACES TO print-line
             WRITE print-line
             MOVE "REPLAY STOPPED, NO COMPARISON MADE" TO print-line
             WRITE print-line
             CLOSE print-file
             DISPLAY "day3rpl: replay of " DAY3-REPLAY-DATE
                 " stopped at a failed step, see day3rpl.rpt"
             MOVE 8 TO RETURN-CODE
             PERFORM write-run-audit-record
             STOP RUN
           END-IF

           MOVE "DAY3A" TO result-program
           PERFORM load-replayed-results
           MOVE "DAY3B" TO result-program
           PERFORM load-replayed-results
           PERFORM add-site-rows
           PERFORM compare-with-history

           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "HISTORY ROWS FOR DATE" TO fig-caption
           MOVE history-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "REPLAYED ROWS" TO fig-caption
           MOVE replay-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "ROWS MATCHING" TO fig-caption
           MOVE matched-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "ROWS DIFFERING" TO fig-caption
           MOVE differing-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "FIELDS DIFFERING" TO fig-caption
           MOVE field-diff-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "NOT ON DAY3.HST" TO fig-caption
           MOVE not-on-hist-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "NOT REPRODUCED" TO fig-caption
           MOVE not-replayed-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           CLOSE print-file

           IF differing-count > 0 OR not-on-hist-count > 0 OR
               not-replayed-count > 0 THEN
             DISPLAY "day3rpl: replay of " DAY3-REPLAY-DATE
                 " DIFFERS from day3.hst, see day3rpl.rpt"
             MOVE 4 TO RETURN-CODE
           ELSE
             DISPLAY "day3rpl: replay of " DAY3-REPLAY-DATE
                 " reproduces day3.hst, " matched-count
                 " row(s) matching"
             IF generation-partial THEN
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM write-run-audit-record
       STOP RUN.

      *******************************************************************
      * find-generation - the replayed night's row on day3.gen, and
      * the latest night held before it: that night's day3a.out is
      * what the replayed day3a's drift check compares against, as
      * the live one did.
      *******************************************************************
       find-generation.
           MOVE SPACES TO catalog-filename
           STRING DAY3-ARC-DIRECTORY DELIMITED BY SPACE
               "/day3.gen" DELIMITED BY SIZE
               INTO catalog-filename
           OPEN INPUT catalog-file.
           IF catalog-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT catalog-file-is-ok THEN
             DISPLAY "day3rpl: unable to open " catalog-filename
                 ", file status " catalog-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL catalog-eof
             READ catalog-file
             IF catalog-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3-GEN-DATE = DAY3-REPLAY-DATE THEN
               SET generation-found TO TRUE
               MOVE DAY3-GEN-DIRECTORY TO generation-directory
               IF DAY3-GEN-INCOMPLETE THEN
                 SET generation-partial TO TRUE
               END-IF
             END-IF
             IF DAY3-GEN-DATE < DAY3-REPLAY-DATE THEN
               MOVE DAY3-GEN-DATE TO prior-date
               MOVE DAY3-GEN-DIRECTORY TO prior-directory
             END-IF
           END-PERFORM
           CLOSE catalog-file
           .

      *******************************************************************
      * prepare-work-area - a fresh copy of the generation, less the
      * result files the replay is to produce again (so a step that
      * fails to write one can't leave the archived copy to be
      * compared), plus the prior night's day3a.out where one is
      * held.
      *******************************************************************
       prepare-work-area.
           MOVE SPACES TO shell-command
           STRING "rm -rf " DELIMITED BY SIZE
               DAY3-REPLAY-DIRECTORY DELIMITED BY SPACE
               " && mkdir -p " DELIMITED BY SIZE
               DAY3-REPLAY-DIRECTORY DELIMITED BY SPACE
               " && cp -pR " DELIMITED BY SIZE
               generation-directory DELIMITED BY SPACE
               "/. " DELIMITED BY SIZE
               DAY3-REPLAY-DIRECTORY DELIMITED BY SPACE
               " && cd " DELIMITED BY SIZE
               DAY3-REPLAY-DIRECTORY DELIMITED BY SPACE
               " && rm -f day3.val day3.src day3.rej day3a.out"
               DELIMITED BY SIZE
               " day3a.exc day3b.out day3b.trl day3btrl.rpt"
               DELIMITED BY SIZE
               INTO shell-command
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING shell-command
           MOVE RETURN-CODE TO shell-status
           MOVE ZERO TO RETURN-CODE
           IF shell-status NOT = ZERO THEN
             DISPLAY "day3rpl: unable to set up work area "
                 DAY3-REPLAY-DIRECTORY " from " generation-directory
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF prior-date = SPACES THEN
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO shell-command
           STRING "cp -p " DELIMITED BY SIZE
               prior-directory DELIMITED BY SPACE
               "/day3a.out " DELIMITED BY SIZE
               DAY3-REPLAY-DIRECTORY DELIMITED BY SPACE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO shell-command
           CALL "SYSTEM" USING shell-command
           MOVE ZERO TO RETURN-CODE
           .

      *******************************************************************
      * replay-one-step - run the step inside the work area as a full
      * nightly run under the replayed night's tolerances. 0 or 4
      * carries on, as in the chain; 8 or 16 stops the replay there.
      *******************************************************************
       replay-one-step.
           MOVE SPACES TO shell-command
           STRING "cd " DELIMITED BY SIZE
               DAY3-REPLAY-DIRECTORY DELIMITED BY SPACE
               " && DAY3_RUN_MODE=FULL DAY3_VALID_FILE=day3.val"
               DELIMITED BY SIZE
               " DAY3_PARM_DATE=" DELIMITED BY SIZE
               day3rpl-parm-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               day3rpl-home DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               step-command(step-idx) DELIMITED BY SPACE
               INTO shell-command
           DISPLAY "day3rpl: replaying step " step-program(step-idx)
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING shell-command
           MOVE RETURN-CODE TO step-rc-raw
           MOVE ZERO TO RETURN-CODE
           PERFORM decode-step-status
           MOVE SPACES TO step-line
           MOVE step-program(step-idx) TO sl-program
           EVALUATE TRUE
             WHEN step-rc = ZERO
               MOVE "COMPLETED, RETURN CODE 00" TO sl-result
             WHEN step-rc <= 4
               MOVE "COMPLETED WITH WARNING, RETURN CODE 04" TO
                   sl-result
             WHEN OTHER
               STRING "FAILED, RETURN CODE " step-rc
                   DELIMITED BY SIZE INTO sl-result
               SET day3rpl-replay-stopped TO TRUE
           END-EVALUATE
           MOVE step-line TO print-line
           WRITE print-line
           .

      *******************************************************************
      * decode-step-status - the child's RETURN-CODE back out of the
      * wait status (exit code times 256); a step that never spawned,
      * died on a signal or ended above 16 is a hard failure.
      *******************************************************************
       decode-step-status.
           IF step-rc-raw < ZERO THEN
             MOVE 16 TO step-rc
             EXIT PARAGRAPH
           END-IF
           DIVIDE step-rc-raw BY 256 GIVING step-rc-quot
               REMAINDER step-rc-rem
           IF step-rc-rem NOT = ZERO OR step-rc-quot > 16 THEN
             MOVE 16 TO step-rc
           ELSE
             MOVE step-rc-quot TO step-rc
           END-IF
           .

      *******************************************************************
      * load-replayed-results - walk one replayed result file and
      * queue the rows day3his would load from it: the detail row,
      * each column row, the header row carrying the trailer's count,
      * and the site figures for pairing into 'S' rows.
      *******************************************************************
       load-replayed-results.
           MOVE SPACES TO result-filename
           IF result-program = "DAY3A" THEN
             STRING DAY3-REPLAY-DIRECTORY DELIMITED BY SPACE
                 "/day3a.out" DELIMITED BY SIZE
                 INTO result-filename
           ELSE
             STRING DAY3-REPLAY-DIRECTORY DELIMITED BY SPACE
                 "/day3b.out" DELIMITED BY SIZE
                 INTO result-filename
           END-IF
           OPEN INPUT result-file.
           IF NOT result-file-is-ok THEN
             DISPLAY "day3rpl: unable to open " result-filename
                 ", file status " result-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL result-eof
             READ result-file
             IF result-eof THEN
               EXIT PERFORM
             END-IF
             EVALUATE TRUE
               WHEN DAY3-OUT-DETAIL
                 PERFORM init-replay-row
                 MOVE 'D' TO rr-rec-type
                 MOVE DAY3-OUT-GAMMA TO rr-gamma
                 MOVE DAY3-OUT-EPSILON TO rr-epsilon
                 MOVE DAY3-OUT-POWER-CONSUMPTION TO rr-power
                 MOVE DAY3-OUT-OXYGEN TO rr-oxygen
                 MOVE DAY3-OUT-CARBON TO rr-carbon
                 MOVE DAY3-OUT-LIFE-SUPPORT TO rr-life-support
                 IF result-program = "DAY3A" THEN
                   MOVE ZERO TO rr-oxygen rr-carbon rr-life-support
                 ELSE
                   MOVE SPACES TO rr-gamma rr-epsilon
                   MOVE ZERO TO rr-power
                 END-IF
                 PERFORM add-replay-row
               WHEN DAY3-OUT-COLUMN-DETAIL
                 PERFORM init-replay-row
                 MOVE 'C' TO rr-rec-type
                 MOVE DAY3-OUT-COLUMN-POSITION TO rr-column
                 MOVE DAY3-OUT-COLUMN-ONES TO rr-column-ones
                 MOVE DAY3-OUT-COLUMN-ZEROS TO rr-column-zeros
                 MOVE DAY3-OUT-COLUMN-PERCENT TO rr-column-percent
                 PERFORM add-replay-row
               WHEN DAY3-OUT-SITE-RESULT
                 MOVE DAY3-OUT-SOURCE-SITE TO site-result-want
                 PERFORM find-site-result
                 IF site-result-idx > 0 THEN
                   MOVE DAY3-OUT-RECORD-COUNT TO
                       sres-count(site-result-idx)
                   IF result-program = "DAY3A" THEN
                     MOVE DAY3-OUT-GAMMA TO sres-gamma(site-result-idx)
                     MOVE DAY3-OUT-EPSILON TO
                         sres-epsilon(site-result-idx)
                     MOVE DAY3-OUT-POWER-CONSUMPTION TO
                         sres-power(site-result-idx)
                   ELSE
                     MOVE DAY3-OUT-OXYGEN TO
                         sres-oxygen(site-result-idx)
                     MOVE DAY3-OUT-CARBON TO
                         sres-carbon(site-result-idx)
                     MOVE DAY3-OUT-LIFE-SUPPORT TO
                         sres-life(site-result-idx)
                   END-IF
                 END-IF
               WHEN DAY3-OUT-TRAILER
                 PERFORM init-replay-row
                 MOVE 'H' TO rr-rec-type
                 MOVE DAY3-OUT-RECORD-COUNT TO rr-record-count
                 PERFORM add-replay-row
             END-EVALUATE
           END-PERFORM
           CLOSE result-file
           .

       init-replay-row.
           MOVE SPACES TO replay-row
           MOVE DAY3-REPLAY-DATE TO rr-run-date
           MOVE result-program TO rr-program
           MOVE ZERO TO rr-column
           MOVE ZERO TO rr-record-count
           MOVE ZERO TO rr-power
           MOVE ZERO TO rr-oxygen
           MOVE ZERO TO rr-carbon
           MOVE ZERO TO rr-life-support
           MOVE ZERO TO rr-column-ones
           MOVE ZERO TO rr-column-zeros
           MOVE ZERO TO rr-column-percent
           .

       add-replay-row.
           IF replay-count >= 100 THEN
             DISPLAY "day3rpl: replay-table capacity 100 exceeded, "
                 "the replayed results carry more rows than one run "
                 "can produce"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO replay-count
           MOVE rr-key TO re-key(replay-count)
           MOVE replay-row TO re-row(replay-count)
           MOVE 'N' TO re-matched-sw(replay-count)
           .

       find-site-result.
           PERFORM VARYING site-result-idx FROM 1 BY 1
               UNTIL site-result-idx > site-result-count
             IF sres-site(site-result-idx) = site-result-want THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF site-result-count >= 30 THEN
             DISPLAY "day3rpl: site-result-table capacity 30 "
                 "exceeded, site " site-result-want " not compared"
             MOVE ZERO TO site-result-idx
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO site-result-count
           MOVE site-result-count TO site-result-idx
           MOVE site-result-want TO sres-site(site-result-idx)
           MOVE ZERO TO sres-count(site-result-idx)
           MOVE SPACES TO sres-gamma(site-result-idx)
           MOVE SPACES TO sres-epsilon(site-result-idx)
           MOVE ZERO TO sres-power(site-result-idx)
           MOVE ZERO TO sres-oxygen(site-result-idx)
           MOVE ZERO TO sres-carbon(site-result-idx)
           MOVE ZERO TO sres-life(site-result-idx)
           .

       add-site-rows.
           PERFORM VARYING site-result-idx FROM 1 BY 1
               UNTIL site-result-idx > site-result-count
             MOVE sres-site(site-result-idx) TO result-program
             PERFORM init-replay-row
             MOVE 'S' TO rr-rec-type
             MOVE sres-count(site-result-idx) TO rr-record-count
             MOVE sres-gamma(site-result-idx) TO rr-gamma
             MOVE sres-epsilon(site-result-idx) TO rr-epsilon
             MOVE sres-power(site-result-idx) TO rr-power
             MOVE sres-oxygen(site-result-idx) TO rr-oxygen
             MOVE sres-carbon(site-result-idx) TO rr-carbon
             MOVE sres-life(site-result-idx) TO rr-life-support
             PERFORM add-replay-row
           END-PERFORM
           .

      *******************************************************************
      * compare-with-history - every day3.hst row for the replayed
      * date against the replayed row with the same key, figure by
      * figure. The run time and source name are where and when the
      * night ran, not what it found, so they are not compared. A
      * history row the replay didn't produce, or a replayed row the
      * history doesn't hold, is a difference in its own right.
      *******************************************************************
       compare-with-history.
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "DIFFERENCES AGAINST DAY3.HST" TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           MOVE diff-head-line TO print-line
           WRITE print-line
           OPEN INPUT hist-file.
           IF hist-file-not-found THEN
             DISPLAY "day3rpl: no day3.hst history master to compare "
                 "against"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF NOT hist-file-is-ok THEN
             DISPLAY "day3rpl: unable to open day3.hst, file status "
                 hist-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-HIST-KEY
           MOVE DAY3-REPLAY-DATE TO DAY3-HIST-RUN-DATE
           MOVE LOW-VALUES TO DAY3-HIST-PROGRAM
           START hist-file KEY NOT < DAY3-HIST-KEY
             INVALID KEY
               MOVE 10 TO hist-file-status
           END-START
           PERFORM UNTIL hist-eof
             READ hist-file NEXT
             IF hist-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3-HIST-RUN-DATE NOT = DAY3-REPLAY-DATE THEN
               EXIT PERFORM
             END-IF
             ADD 1 TO history-count
             PERFORM compare-one-history-row
           END-PERFORM
           CLOSE hist-file
           PERFORM VARYING replay-idx FROM 1 BY 1
               UNTIL replay-idx > replay-count
             IF NOT re-matched(replay-idx) THEN
               ADD 1 TO not-on-hist-count
               MOVE re-row(replay-idx) TO replay-row
               MOVE SPACES TO diff-line
               MOVE rr-program TO dl-program
               MOVE rr-rec-type TO dl-type
               MOVE rr-column TO dl-column
               MOVE "WHOLE ROW" TO dl-field
               MOVE "NOT ON DAY3.HST" TO dl-history
               MOVE "REPLAYED" TO dl-replayed
               MOVE diff-line TO print-line
               WRITE print-line
             END-IF
           END-PERFORM
           IF differing-count = 0 AND not-on-hist-count = 0 AND
               not-replayed-count = 0 THEN
             MOVE "NONE - THE REPLAY REPRODUCES EVERY ROW ON DAY3.HST"
                 TO print-line
             WRITE print-line
           END-IF
           .

       compare-one-history-row.
           PERFORM VARYING replay-idx FROM 1 BY 1
               UNTIL replay-idx > replay-count
             IF re-key(replay-idx) = DAY3-HIST-KEY THEN
               EXIT PERFORM
             END-IF
           END-PERFORM
           MOVE SPACES TO diff-line
           MOVE DAY3-HIST-PROGRAM TO dl-program
           MOVE DAY3-HIST-REC-TYPE TO dl-type
           MOVE DAY3-HIST-COLUMN TO dl-column
           IF replay-idx > replay-count THEN
             ADD 1 TO not-replayed-count
             MOVE "WHOLE ROW" TO dl-field
             MOVE "ON DAY3.HST" TO dl-history
             MOVE "NOT REPRODUCED" TO dl-replayed
             MOVE diff-line TO print-line
             WRITE print-line
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO re-matched-sw(replay-idx)
           MOVE re-row(replay-idx) TO replay-row
           MOVE 'N' TO row-differs-sw
           IF DAY3-HIST-RECORD-COUNT NOT = rr-record-count THEN
             MOVE "RECORD COUNT" TO dl-field
             MOVE DAY3-HIST-RECORD-COUNT TO diff-number-edit
             MOVE diff-number-edit TO dl-history
             MOVE rr-record-count TO diff-number-edit
             MOVE diff-number-edit TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF DAY3-HIST-GAMMA NOT = rr-gamma THEN
             MOVE "GAMMA" TO dl-field
             MOVE DAY3-HIST-GAMMA TO dl-history
             MOVE rr-gamma TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF DAY3-HIST-EPSILON NOT = rr-epsilon THEN
             MOVE "EPSILON" TO dl-field
             MOVE DAY3-HIST-EPSILON TO dl-history
             MOVE rr-epsilon TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF DAY3-HIST-POWER NOT = rr-power THEN
             MOVE "POWER" TO dl-field
             MOVE DAY3-HIST-POWER TO diff-number-edit
             MOVE diff-number-edit TO dl-history
             MOVE rr-power TO diff-number-edit
             MOVE diff-number-edit TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF DAY3-HIST-OXYGEN NOT = rr-oxygen THEN
             MOVE "OXYGEN" TO dl-field
             MOVE DAY3-HIST-OXYGEN TO diff-number-edit
             MOVE diff-number-edit TO dl-history
             MOVE rr-oxygen TO diff-number-edit
             MOVE diff-number-edit TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF DAY3-HIST-CARBON NOT = rr-carbon THEN
             MOVE "CO2 SCRUBBER" TO dl-field
             MOVE DAY3-HIST-CARBON TO diff-number-edit
             MOVE diff-number-edit TO dl-history
             MOVE rr-carbon TO diff-number-edit
             MOVE diff-number-edit TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF DAY3-HIST-LIFE-SUPPORT NOT = rr-life-support THEN
             MOVE "LIFE SUPPORT" TO dl-field
             MOVE DAY3-HIST-LIFE-SUPPORT TO diff-number-edit
             MOVE diff-number-edit TO dl-history
             MOVE rr-life-support TO diff-number-edit
             MOVE diff-number-edit TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF DAY3-HIST-COLUMN-ONES NOT = rr-column-ones THEN
             MOVE "COLUMN ONES" TO dl-field
             MOVE DAY3-HIST-COLUMN-ONES TO diff-number-edit
             MOVE diff-number-edit TO dl-history
             MOVE rr-column-ones TO diff-number-edit
             MOVE diff-number-edit TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF DAY3-HIST-COLUMN-ZEROS NOT = rr-column-zeros THEN
             MOVE "COLUMN ZEROS" TO dl-field
             MOVE DAY3-HIST-COLUMN-ZEROS TO diff-number-edit
             MOVE diff-number-edit TO dl-history
             MOVE rr-column-zeros TO diff-number-edit
             MOVE diff-number-edit TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF DAY3-HIST-COLUMN-PERCENT NOT = rr-column-percent THEN
             MOVE "COLUMN PCT-1" TO dl-field
             MOVE DAY3-HIST-COLUMN-PERCENT TO diff-percent-edit
             MOVE diff-percent-edit TO dl-history
             MOVE rr-column-percent TO diff-percent-edit
             MOVE diff-percent-edit TO dl-replayed
             PERFORM write-difference-line
           END-IF
           IF row-differs THEN
             ADD 1 TO differing-count
           ELSE
             ADD 1 TO matched-count
           END-IF
           .

       write-difference-line.
           ADD 1 TO field-diff-count
           MOVE 'Y' TO row-differs-sw
           MOVE diff-line TO print-line
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
             DISPLAY "day3rpl: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3rpl-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3rpl-log-end-raw FROM TIME
           MOVE day3rpl-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3rpl-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3rpl-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3rpl-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3rpl-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3rpl-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3rpl-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3rpl-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3rpl-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3RPL" TO DAY3-LOG-PROGRAM
           MOVE SPACES TO DAY3-LOG-INPUT-FILE
           STRING "REPLAY OF " DAY3-REPLAY-DATE
               DELIMITED BY SIZE INTO DAY3-LOG-INPUT-FILE
           MOVE replay-count TO DAY3-LOG-READ-COUNT
           COMPUTE DAY3-LOG-REJECT-COUNT = differing-count
               + not-on-hist-count + not-replayed-count
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
             DISPLAY "day3rpl: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3rpl: run-control lock held by "
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
               DISPLAY "day3rpl: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3rpl: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3rpl: run-control lock held by "
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
           MOVE "DAY3RPL" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3rpl: unable to open day3.lck, file status "
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
             DISPLAY "day3rpl: unable to open day3.lck, file status "
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
               DISPLAY "day3rpl: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
