         SELECT alert-file ASSIGN TO "day3.alr"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS alert-file-status.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.

       DATA DIVISION.
         FILE SECTION.
      * every key of that code. A matching alert is suppressed
      * instead of re-alerting every morning until fixed.
         FD  ack-file.
         COPY day3ack.

         FD  alert-file.
         COPY day3alr.

      * the shared run-control lock (see day3rcl.cpy), taken before
      * this run changes anything and given back at end of job.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         WORKING-STORAGE SECTION.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok VALUE 0.
             88 ack-not-found  VALUE 35.
         01  alert-file-status PIC 99.
             88 alert-file-is-ok VALUE 0.
             88 alert-eof        VALUE 10.
             88 alert-not-found  VALUE 35.

         01  day3alr-run-date-raw PIC 9(8).
         01  day3alr-run-date     PIC X(10).
         01  bal-status-seen-sw PIC X(1) VALUE 'N'.
             88 bal-status-seen VALUE 'Y'.

      * the codes this sweep raises itself. Any other code on
      * tonight's day3.alr was put there by another program during
      * the night (day3bwm's batch-window breaches, day3xrc's
      * interface exceptions) and is carried into the rewritten feed
      * rather than lost.
         01  carried-code PIC X(8).
             88 day3alr-own-code VALUE "RUNLOG" "RUNFAIL" "RUNWARN"
                 "BALANCE" "COLDRIFT" "SITEFEED" "SUSPENSE".
         01  carried-alerts PIC 9(3) VALUE 0.

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
           ACCEPT day3alr-run-date-raw FROM DATE YYYYMMDD
           MOVE SPACES TO day3alr-run-date
           MOVE day3alr-run-date-raw(7:2) TO day3alr-run-date(9:2)
           DISPLAY "day3alr: sweeping the run's artifacts for "
               day3alr-run-date
      * nothing is read or changed until the run-control lock is
      * held (or the driver's, for a step day3run started).
           PERFORM acquire-run-lock
           PERFORM load-acknowledgments
           PERFORM scan-run-log
           PERFORM scan-balance-status
           PERFORM scan-column-exceptions
           PERFORM scan-feed-statuses
           PERFORM scan-suspense-master
           PERFORM carry-night-alerts
           PERFORM write-alert-feed
           DISPLAY "day3alr: " written-count " alert(s) to day3.alr, "
               suppressed-alerts " suppressed by day3.ack, "
               carried-alerts " carried from earlier in the night"
           IF written-count > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM release-run-lock
       STOP RUN.

      *******************************************************************
             IF ack-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3-ACK-CODE NOT = SPACES AND ack-count < 100 THEN
               ADD 1 TO ack-count
               MOVE DAY3-ACK-CODE TO ack-tbl-code(ack-count)
               MOVE DAY3-ACK-KEY TO ack-tbl-key(ack-count)
             END-IF
           END-PERFORM
           CLOSE ack-file
           END-IF
           .

      *******************************************************************
      * carry-night-alerts - tonight's rows other programs appended
      * to day3.alr before this sweep, back through add-alert so they
      * are ranked with the rest (and an ack added since still
      * suppresses them). Rows from earlier nights are dropped as
      * the feed is rewritten, the same as this sweep's own.
      *******************************************************************
       carry-night-alerts.
           OPEN INPUT alert-file.
           IF alert-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT alert-file-is-ok THEN
             DISPLAY "day3alr: unable to open day3.alr, file status "
                 alert-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL alert-eof
             READ alert-file
             IF alert-eof THEN
               EXIT PERFORM
             END-IF
             MOVE DAY3-ALR-CODE TO carried-code
             IF DAY3-ALR-RUN-DATE = day3alr-run-date AND
                 NOT day3alr-own-code AND
                 DAY3-ALR-SEVERITY IS NUMERIC THEN
               MOVE DAY3-ALR-SEVERITY TO new-severity
               MOVE DAY3-ALR-CODE TO new-code
               MOVE DAY3-ALR-KEY TO new-key
               MOVE DAY3-ALR-TEXT TO new-text
               PERFORM add-alert
               ADD 1 TO carried-alerts
             END-IF
           END-PERFORM
           CLOSE alert-file
           .

      *******************************************************************
      * add-alert - file the staged condition away unless a day3.ack
      * row (exact key or '*') says it has already been accepted.
           END-PERFORM
           CLOSE alert-file
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
             DISPLAY "day3alr: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3alr: run-control lock held by "
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
               DISPLAY "day3alr: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3alr: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3alr: run-control lock held by "
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
           MOVE "DAY3ALR" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3alr: unable to open day3.lck, file status "
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
             DISPLAY "day3alr: unable to open day3.lck, file status "
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
               DISPLAY "day3alr: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
