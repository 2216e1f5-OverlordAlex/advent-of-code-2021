         SELECT state-file ASSIGN TO "day3a.sav"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS state-file-status.
         SELECT parm-file ASSIGN TO "day3.prm"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS parm-file-status.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.

       DATA DIVISION.
         FILE SECTION.
             05 day3a-sav-tallies.
                10 day3a-sav-tally PIC 9(5) OCCURS 32 TIMES.

      * the effective-dated control parameters; the dead band and
      * drift tolerance in force on the parameter date replace the
      * day3cfg.cpy VALUEs before any column is judged.
         FD  parm-file.
         COPY day3prm.

      * the shared run-control lock (see day3rcl.cpy), taken before
      * this run changes anything and given back at end of job.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         WORKING-STORAGE SECTION.
         COPY day3cfg.

         01  state-file-status PIC 99.
             88 state-file-is-ok VALUE 0.
             88 state-not-found  VALUE 35.
         01  parm-file-status PIC 99.
             88 parm-file-is-ok  VALUE 0.
             88 parm-eof         VALUE 10.
             88 parm-not-found   VALUE 35.

      * the date whose tolerances apply: today, or the night being
      * rerun when DAY3_PARM_DATE names one (YYYY-MM-DD). The FROM
      * dates on the parameter line say which day3.prm row each
      * tolerance came from, DEFAULT where no row was in force and
      * the day3cfg.cpy VALUE stands.
         01  day3a-parm-date     PIC X(10) VALUE SPACES.
         01  day3a-parm-date-raw PIC 9(8).

      * DAY3_RUN_MODE=APPEND marks this an intraday run: the saved
      * state seeds the tallies, only the new tail of the validated
            03 count-table-elt PIC 9(5) VALUES 0 OCCURS 32 TIMES
               INDEXED BY table-index.

      * the per-site tallies behind day3a.out's 'R' site result rows.
      * day3val writes day3.val in manifest order, each site extract
      * one contiguous stretch of exactly its day3.src row's
      * DAY3-SRC-VALID-COUNT records, so walking the src rows in step
      * with the read charges every word to its site without the
      * validated file having to carry a site field. 99 blocks is the
      * two-digit DAY3-SRC-SEQUENCE; 30 sites matches day3val's
      * site-master-table, and 32 tracks DAY3-MAX-WORD-WIDTH by hand.
         01  site-block-table.
            03 site-block-entry OCCURS 99 TIMES.
               05 blk-valid    PIC 9(8).
               05 blk-site-idx PIC 9(2).
         01  site-block-count PIC 9(2) VALUE 0.
         01  site-block-idx   PIC 9(2) VALUE 0.
         01  site-block-left  PIC 9(8) VALUE 0.
         01  site-block-total PIC 9(8) VALUE 0.
         01  site-unplaced    PIC 9(5) VALUE 0.

         01  site-table.
            03 site-entry OCCURS 30 TIMES.
               05 site-tag       PIC X(8).
               05 site-seq       PIC 9(2).
               05 site-status    PIC X(8).
               05 site-valid     PIC 9(5).
               05 site-count-elt PIC 9(5) OCCURS 32 TIMES.
         01  site-count    PIC 9(2) VALUE 0.
         01  site-idx      PIC 9(2).
         01  site-tag-work PIC X(8).
         01  day3a-site-sw PIC X(1) VALUE 'N'.
             88 day3a-site-figures-usable VALUE 'Y'.

         01  site-half      PIC 9(5).
         01  site-gamma     PIC X(32).
         01  site-epsilon   PIC X(32).
         01  site-gamma-i   PIC 9(12).
         01  site-epsilon-i PIC 9(12).
         01  site-mul       PIC 9(12).
         01  site-power     PIC 9(32).

      * this run's column 1-percentages (saved off as the column
      * detail rows are written) next to the prior run's, read back
      * off yesterday's day3a.out before it was overwritten; the
             05 FILLER        PIC X(3) VALUE SPACES.
             05 exc-dl-cond   PIC X(40).
         01  exc-prior-edit   PIC ZZ9.99.
         01  exception-parm-line.
             05 FILLER          PIC X(17) VALUE "TOLERANCES AS OF".
             05 exc-pl-date     PIC X(10).
             05 FILLER          PIC X(13) VALUE "   DEAD BAND".
             05 exc-pl-band     PIC Z9.99.
             05 FILLER          PIC X(6) VALUE " FROM".
             05 exc-pl-band-from PIC X(10) VALUE "DEFAULT".
             05 FILLER          PIC X(13) VALUE "   DRIFT TOL".
             05 exc-pl-drift    PIC Z9.99.
             05 FILLER          PIC X(6) VALUE " FROM".
             05 exc-pl-drift-from PIC X(10) VALUE "DEFAULT".
         01  exc-moved-edit   PIC +ZZ9.99.

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
           DISPLAY "Starting..."
           ACCEPT day3a-start-time-raw FROM TIME
           MOVE day3a-run-date-raw(5:2) TO day3a-state-date(6:2)
           MOVE "-" TO day3a-state-date(8:1)
           MOVE day3a-run-date-raw(7:2) TO day3a-state-date(9:2)
      * nothing is read or changed until the run-control lock is
      * held (or the driver's, for a step day3run started).
           PERFORM acquire-run-lock
           PERFORM load-control-parameters
           ACCEPT day3a-run-mode FROM ENVIRONMENT "DAY3_RUN_MODE"
           IF day3a-append-mode THEN
             DISPLAY "day3: DAY3_RUN_MODE=APPEND, figures will be "
             PERFORM load-run-state
           END-IF
           PERFORM load-prior-percentages
           PERFORM load-site-blocks
           OPEN INPUT input-file.
           IF NOT file-is-ok THEN
             DISPLAY "day3: unable to open " DAY3-VALID-FILENAME
             IF end-of-file THEN
               EXIT PERFORM
             END-IF
      * the site tallies are rebuilt from every record on each run,
      * APPEND or not, so day3a.sav needs no per-site state.
             IF site-block-count > 0 THEN
               PERFORM charge-record-to-site
             END-IF
             IF skip-remaining > 0 THEN
               SUBTRACT 1 FROM skip-remaining
             ELSE
             PERFORM write-column-detail-record
           END-PERFORM
           PERFORM write-source-subtotal-records
           PERFORM check-site-blocks
           IF day3a-site-figures-usable THEN
             PERFORM VARYING site-idx FROM 1 BY 1
                 UNTIL site-idx > site-count
               PERFORM write-site-result-record
             END-PERFORM
           END-IF
           PERFORM write-trailer-record
           CLOSE output-file
           PERFORM write-run-state
           PERFORM check-column-quality
           IF site-block-count > 0 AND
               NOT day3a-site-figures-usable THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM write-run-audit-record
       STOP RUN.

               " record(s) already tallied"
           .

      *******************************************************************
      * load-control-parameters - the dead band and drift tolerance
      * in force on the parameter date, off day3.prm: for each, the
      * row with the latest effective date not after it. No day3.prm,
      * or no row yet in force, leaves the day3cfg.cpy VALUE. The
      * values used go to the job log here and head day3a.exc, so
      * why a column was or wasn't flagged can be answered later.
      *******************************************************************
       load-control-parameters.
           ACCEPT day3a-parm-date FROM ENVIRONMENT "DAY3_PARM_DATE"
           IF day3a-parm-date = SPACES THEN
             ACCEPT day3a-parm-date-raw FROM DATE YYYYMMDD
             MOVE day3a-parm-date-raw(1:4) TO day3a-parm-date(1:4)
             MOVE "-" TO day3a-parm-date(5:1)
             MOVE day3a-parm-date-raw(5:2) TO day3a-parm-date(6:2)
             MOVE "-" TO day3a-parm-date(8:1)
             MOVE day3a-parm-date-raw(7:2) TO day3a-parm-date(9:2)
           END-IF
           IF day3a-parm-date(1:4) IS NOT NUMERIC OR
               day3a-parm-date(5:1) NOT = "-" OR
               day3a-parm-date(6:2) IS NOT NUMERIC OR
               day3a-parm-date(8:1) NOT = "-" OR
               day3a-parm-date(9:2) IS NOT NUMERIC THEN
             DISPLAY "day3: DAY3_PARM_DATE '" day3a-parm-date
                 "' is not a YYYY-MM-DD date"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT parm-file.
           IF parm-not-found THEN
             DISPLAY "day3: no day3.prm, default tolerances in use"
           ELSE
             IF NOT parm-file-is-ok THEN
               DISPLAY "day3: unable to open day3.prm, file status "
                   parm-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL parm-eof
               READ parm-file
               IF parm-eof THEN
                 EXIT PERFORM
               END-IF
               IF DAY3-PRM-EFFECTIVE(1:4) IS NUMERIC AND
                   DAY3-PRM-EFFECTIVE NOT > day3a-parm-date AND
                   DAY3-PRM-VALUE IS NUMERIC THEN
                 PERFORM take-parameter-in-force
               END-IF
             END-PERFORM
             CLOSE parm-file
           END-IF
           MOVE day3a-parm-date TO exc-pl-date
           MOVE DAY3-PCT-DEAD-BAND TO exc-pl-band
           MOVE DAY3-PCT-DRIFT-TOL TO exc-pl-drift
           DISPLAY "day3: " exception-parm-line
           .

       take-parameter-in-force.
           EVALUATE TRUE
             WHEN DAY3-PRM-DEAD-BAND
               IF exc-pl-band-from = "DEFAULT" OR
                   DAY3-PRM-EFFECTIVE NOT < exc-pl-band-from THEN
                 MOVE DAY3-PRM-VALUE TO DAY3-PCT-DEAD-BAND
                 MOVE DAY3-PRM-EFFECTIVE TO exc-pl-band-from
               END-IF
             WHEN DAY3-PRM-DRIFT-TOL
               IF exc-pl-drift-from = "DEFAULT" OR
                   DAY3-PRM-EFFECTIVE NOT < exc-pl-drift-from THEN
                 MOVE DAY3-PRM-VALUE TO DAY3-PCT-DRIFT-TOL
                 MOVE DAY3-PRM-EFFECTIVE TO exc-pl-drift-from
               END-IF
           END-EVALUATE
           .

      *******************************************************************
      * write-run-state - today's tallies and valid count to
      * day3a.sav at end of job, full run or drop alike, so the next
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE exception-parm-line TO exception-line
           WRITE exception-line
           MOVE SPACES TO exception-line
           WRITE exception-line
           MOVE exception-head-line TO exception-line
           WRITE exception-line
           PERFORM VARYING counter FROM 1 BY 1
           CLOSE source-file
           .

      *******************************************************************
      * load-site-blocks - day3.src into the block table ahead of the
      * read: one block per src row, in file order, each pointing at
      * its site's slot. A site keeps one slot however many manifest
      * entries feed it; a row with no site identifier is tagged
      * "SEQ nn" the way day3val tags it on day3.rej. No day3.src
      * leaves the block table empty and the run produces no 'R'
      * rows, same as it produces no 'S' rows.
      *******************************************************************
       load-site-blocks.
           OPEN INPUT source-file.
           IF source-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT source-file-is-ok THEN
             DISPLAY "day3: unable to open day3.src, file status "
                 source-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL source-eof
             READ source-file
             IF source-eof THEN
               EXIT PERFORM
             END-IF
             IF site-block-count >= 99 THEN
               DISPLAY "day3: site-block-table capacity 99 exceeded, "
                   "site figures not produced"
               MOVE ZERO TO site-block-count
               EXIT PERFORM
             END-IF
             IF DAY3-SRC-SITE NOT = SPACES THEN
               MOVE DAY3-SRC-SITE TO site-tag-work
             ELSE
               MOVE SPACES TO site-tag-work
               STRING "SEQ " DAY3-SRC-SEQUENCE DELIMITED BY SIZE
                   INTO site-tag-work
             END-IF
             PERFORM VARYING site-idx FROM 1 BY 1
                 UNTIL site-idx > site-count
               IF site-tag(site-idx) = site-tag-work THEN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF site-idx > site-count THEN
               IF site-count >= 30 THEN
                 DISPLAY "day3: site-table capacity 30 exceeded, "
                     "site figures not produced"
                 MOVE ZERO TO site-block-count
                 EXIT PERFORM
               END-IF
               ADD 1 TO site-count
               MOVE site-count TO site-idx
               MOVE site-tag-work TO site-tag(site-idx)
               MOVE DAY3-SRC-SEQUENCE TO site-seq(site-idx)
               MOVE DAY3-SRC-STATUS TO site-status(site-idx)
               MOVE ZERO TO site-valid(site-idx)
               PERFORM VARYING counter FROM 1 BY 1
                   UNTIL counter > DAY3-MAX-WORD-WIDTH
                 MOVE ZERO TO site-count-elt(site-idx, counter)
               END-PERFORM
             END-IF
             IF NOT DAY3-SRC-OK THEN
               MOVE DAY3-SRC-STATUS TO site-status(site-idx)
             END-IF
             ADD 1 TO site-block-count
             MOVE site-idx TO blk-site-idx(site-block-count)
             IF DAY3-SRC-VALID-COUNT IS NUMERIC THEN
               MOVE DAY3-SRC-VALID-COUNT TO blk-valid(site-block-count)
             ELSE
               MOVE ZERO TO blk-valid(site-block-count)
             END-IF
             ADD blk-valid(site-block-count) TO site-block-total
           END-PERFORM
           CLOSE source-file
           .

      *******************************************************************
      * charge-record-to-site - the record just read belongs to the
      * current block until that block's count is used up, then to
      * the next block with any records left. A record past the last
      * block is counted unplaced, which check-site-blocks reports.
      *******************************************************************
       charge-record-to-site.
           PERFORM UNTIL site-block-left > 0
               OR site-block-idx >= site-block-count
             ADD 1 TO site-block-idx
             MOVE blk-valid(site-block-idx) TO site-block-left
           END-PERFORM
           IF site-block-left = 0 THEN
             ADD 1 TO site-unplaced
             EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM site-block-left
           MOVE blk-site-idx(site-block-idx) TO site-idx
           ADD 1 TO site-valid(site-idx)
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-WORD-WIDTH
             IF input-record(counter:1) = '1' THEN
               ADD 1 TO site-count-elt(site-idx, counter)
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * check-site-blocks - the site figures only stand if day3.src
      * accounts for exactly the records day3.val held: a hand-built
      * or hand-edited validated file that no longer lines up with
      * its src rows would charge words to the wrong site, so the 'R'
      * rows are withheld and the run ends as a warning instead.
      *******************************************************************
       check-site-blocks.
           IF site-block-count = 0 THEN
             EXIT PARAGRAPH
           END-IF
           IF site-block-total = line-count AND site-unplaced = 0 THEN
             SET day3a-site-figures-usable TO TRUE
           ELSE
             DISPLAY "day3: day3.src accounts for " site-block-total
                 " validated record(s), " DAY3-VALID-FILENAME
                 " holds " line-count " - site figures not produced"
           END-IF
           .

      *******************************************************************
      * write-site-result-record - one 'R' row per site: the same
      * most-common-bit rule the consolidated figure uses, applied to
      * the site's own tallies. A site that contributed no validated
      * records (MISSING, HOLD, EMPTY or every record rejected) still
      * gets its row, with a zero count and no figures, so the league
      * table shows it rather than silently dropping it.
      *******************************************************************
       write-site-result-record.
           MOVE SPACES TO DAY3-OUTPUT-RECORD
           SET DAY3-OUT-SITE-RESULT TO TRUE
           MOVE site-seq(site-idx) TO DAY3-OUT-SOURCE-SEQ
           MOVE site-tag(site-idx) TO DAY3-OUT-SOURCE-SITE
           MOVE site-status(site-idx) TO DAY3-OUT-SOURCE-STATUS
           MOVE site-valid(site-idx) TO DAY3-OUT-RECORD-COUNT
           MOVE ZERO TO DAY3-OUT-POWER-CONSUMPTION
           IF site-valid(site-idx) = 0 THEN
             WRITE DAY3-OUTPUT-RECORD
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO site-gamma site-epsilon
           DIVIDE 2 INTO site-valid(site-idx) GIVING site-half ROUNDED
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-WORD-WIDTH
             IF site-count-elt(site-idx, counter) > site-half THEN
               MOVE '1' TO site-gamma(counter:1)
               MOVE '0' TO site-epsilon(counter:1)
             ELSE
               MOVE '0' TO site-gamma(counter:1)
               MOVE '1' TO site-epsilon(counter:1)
             END-IF
           END-PERFORM
           MOVE ZERO TO site-gamma-i site-epsilon-i
           MOVE 1 TO site-mul
           PERFORM VARYING counter FROM DAY3-WORD-WIDTH BY -1
               UNTIL counter < 1
             IF site-gamma(counter:1) = '1' THEN
               ADD site-mul TO site-gamma-i
             END-IF
             IF site-epsilon(counter:1) = '1' THEN
               ADD site-mul TO site-epsilon-i
             END-IF
             MULTIPLY site-mul BY 2 GIVING site-mul
           END-PERFORM
           MULTIPLY site-gamma-i BY site-epsilon-i GIVING site-power
           MOVE site-gamma(1:DAY3-WORD-WIDTH) TO DAY3-OUT-GAMMA
           MOVE site-epsilon(1:DAY3-WORD-WIDTH) TO DAY3-OUT-EPSILON
           MOVE site-power TO DAY3-OUT-POWER-CONSUMPTION
           WRITE DAY3-OUTPUT-RECORD
           .

      *******************************************************************
      * write-run-audit-record - append this run's row to the common
      * day3.log at end of job: what ran, when it started and ended,
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
             DISPLAY "day3: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3: run-control lock held by "
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
               DISPLAY "day3: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3: run-control lock held by "
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
           MOVE "DAY3A" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3: unable to open day3.lck, file status "
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
             DISPLAY "day3: unable to open day3.lck, file status "
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
               DISPLAY "day3: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
