         SELECT bal-status-file ASSIGN TO "day3bal.sts"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS bal-status-file-status.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.

       DATA DIVISION.
         FILE SECTION.
                 ==DAY3A-OUT-COLUMN-PERCENT==
             ==DAY3-OUT-SOURCE-SUBTOTAL== BY
                 ==DAY3A-OUT-SOURCE-SUBTOTAL==
             ==DAY3-OUT-SITE-RESULT== BY
                 ==DAY3A-OUT-SITE-RESULT==
             ==DAY3-OUT-SOURCE-SEQ== BY
                 ==DAY3A-OUT-SOURCE-SEQ==
             ==DAY3-OUT-SOURCE-STATUS== BY
                 ==DAY3B-OUT-COLUMN-PERCENT==
             ==DAY3-OUT-SOURCE-SUBTOTAL== BY
                 ==DAY3B-OUT-SOURCE-SUBTOTAL==
             ==DAY3-OUT-SITE-RESULT== BY
                 ==DAY3B-OUT-SITE-RESULT==
             ==DAY3-OUT-SOURCE-SEQ== BY
                 ==DAY3B-OUT-SOURCE-SEQ==
             ==DAY3-OUT-SOURCE-STATUS== BY
         FD  bal-status-file.
         COPY day3bst.

      * the shared run-control lock (see day3rcl.cpy), taken before
      * this run changes anything and given back at end of job.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         WORKING-STORAGE SECTION.
         COPY day3cfg.

         01  day3his-hdr-source PIC X(64).

      * one run contributes at most a header, a detail and one column
      * row per bit position from each of the two result files, plus
      * one site row per site, so 100 covers
      * 2 * (2 + DAY3-MAX-WORD-WIDTH) + the 30 sites of day3val's
      * site master.
         01  new-rec-table.
            03 new-rec-entry OCCURS 100 TIMES.
               05 new-rec-key  PIC X(21).
               05 new-rec-data PIC X(241).
         01  new-rec-count   PIC 9(3) VALUE 0.
         01  new-rec-idx     PIC 9(3).

      * the per-site 'R' rows of both result files, paired up by site
      * identifier so each site lands on the master as one 'S' row
      * carrying its day3a and day3b figures together.
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

         01  added-count    PIC 9(6) VALUE 0.
         01  replaced-count PIC 9(6) VALUE 0.

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
           ACCEPT day3his-start-time-raw FROM TIME
           DISPLAY "day3his: loading day3a.out/day3b.out into day3.hst"
      * no other run reads or changes day3.hst while this one is
      * loading it: the run-control lock is held first (or the
      * driver's, for the step day3run started).
           PERFORM acquire-run-lock
           PERFORM load-day3a-results
           PERFORM load-day3b-results
           PERFORM add-site-records
           IF new-rec-count = 0 THEN
             DISPLAY "day3his: no loadable records in day3a.out/"
                 "day3b.out, master left untouched"
             MOVE 8 TO RETURN-CODE
             PERFORM release-run-lock
             STOP RUN
           END-IF
           PERFORM check-balance-status
           MOVE RETURN-CODE TO DAY3-LOG-RETURN-CODE
           WRITE DAY3-LOG-RECORD
           CLOSE run-log-file
           PERFORM release-run-lock
           .

      *******************************************************************
                     "intraday figures, not loadable - the nightly "
                     "full run is the figure of record"
                 MOVE 8 TO RETURN-CODE
                 PERFORM release-run-lock
                 STOP RUN
               END-IF
             END-IF
                   DAY3-HIST-COLUMN-PERCENT
               PERFORM add-new-record
             END-IF
             IF DAY3A-OUT-SITE-RESULT THEN
               MOVE DAY3A-OUT-SOURCE-SITE TO site-result-want
               PERFORM find-site-result
               IF site-result-idx > 0 THEN
                 MOVE DAY3A-OUT-RECORD-COUNT TO
                     sres-count(site-result-idx)
                 MOVE DAY3A-OUT-GAMMA TO sres-gamma(site-result-idx)
                 MOVE DAY3A-OUT-EPSILON TO
                     sres-epsilon(site-result-idx)
                 MOVE DAY3A-OUT-POWER-CONSUMPTION TO
                     sres-power(site-result-idx)
               END-IF
             END-IF
             IF DAY3A-OUT-TRAILER THEN
               PERFORM init-hist-record
               MOVE "DAY3A" TO DAY3-HIST-PROGRAM
                   DAY3-HIST-COLUMN-PERCENT
               PERFORM add-new-record
             END-IF
             IF DAY3B-OUT-SITE-RESULT THEN
               MOVE DAY3B-OUT-SOURCE-SITE TO site-result-want
               PERFORM find-site-result
               IF site-result-idx > 0 THEN
                 MOVE DAY3B-OUT-RECORD-COUNT TO
                     sres-count(site-result-idx)
                 MOVE DAY3B-OUT-OXYGEN TO sres-oxygen(site-result-idx)
                 MOVE DAY3B-OUT-CARBON TO sres-carbon(site-result-idx)
                 MOVE DAY3B-OUT-LIFE-SUPPORT TO
                     sres-life(site-result-idx)
               END-IF
             END-IF
             IF DAY3B-OUT-TRAILER THEN
               PERFORM init-hist-record
               MOVE "DAY3B" TO DAY3-HIST-PROGRAM
                 "DAY3_BAL_OVERRIDE to a supervisor's initials to "
                 "force the load"
             MOVE 8 TO RETURN-CODE
             PERFORM release-run-lock
             STOP RUN
           END-IF
           DISPLAY "day3his: OVERRIDE by " day3his-override-op
      * first record touches the master.
      *******************************************************************
       add-new-record.
           IF new-rec-count >= 100 THEN
             DISPLAY "day3his: new-rec-table capacity 100 exceeded, "
                 "day3a.out/day3b.out carry more rows than one run "
                 "can produce"
             MOVE 16 TO RETURN-CODE
           MOVE DAY3-HIST-RECORD TO new-rec-entry(new-rec-count)
           .

      *******************************************************************
      * find-site-result - the slot for site-result-want, opened on
      * first sight; site-result-idx comes back zero only when the
      * table is full, and that site's figures are left off.
      *******************************************************************
       find-site-result.
           PERFORM VARYING site-result-idx FROM 1 BY 1
               UNTIL site-result-idx > site-result-count
             IF sres-site(site-result-idx) = site-result-want THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF site-result-count >= 30 THEN
             DISPLAY "day3his: site-result-table capacity 30 "
                 "exceeded, site " site-result-want " not loaded"
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

      *******************************************************************
      * add-site-records - queue one 'S' history row per site, keyed
      * by the site identifier in the program slot, carrying both
      * halves of the site's figures.
      *******************************************************************
       add-site-records.
           PERFORM VARYING site-result-idx FROM 1 BY 1
               UNTIL site-result-idx > site-result-count
             PERFORM init-hist-record
             MOVE sres-site(site-result-idx) TO DAY3-HIST-PROGRAM
             SET DAY3-HIST-SITE-DETAIL TO TRUE
             MOVE sres-count(site-result-idx) TO
                 DAY3-HIST-RECORD-COUNT
             MOVE sres-gamma(site-result-idx) TO DAY3-HIST-GAMMA
             MOVE sres-epsilon(site-result-idx) TO DAY3-HIST-EPSILON
             MOVE sres-power(site-result-idx) TO DAY3-HIST-POWER
             MOVE sres-oxygen(site-result-idx) TO DAY3-HIST-OXYGEN
             MOVE sres-carbon(site-result-idx) TO DAY3-HIST-CARBON
             MOVE sres-life(site-result-idx) TO DAY3-HIST-LIFE-SUPPORT
             PERFORM add-new-record
           END-PERFORM
           .

      *******************************************************************
      * open-history-master - the indexed master opens I-O; the very
      * first ever load finds no file and creates an empty one first,
             END-IF
           END-PERFORM
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
             DISPLAY "day3his: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3his: run-control lock held by "
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
               DISPLAY "day3his: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3his: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3his: run-control lock held by "
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
           MOVE "DAY3HIS" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3his: unable to open day3.lck, file status "
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
             DISPLAY "day3his: unable to open day3.lck, file status "
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
               DISPLAY "day3his: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
