         SELECT extract-file ASSIGN TO DYNAMIC DAY3-EXTRACT-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS extract-file-status.
         SELECT timed-file ASSIGN TO DYNAMIC DAY3-TIMED-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS timed-file-status.
         SELECT reject-file ASSIGN TO "day3cvt.rej"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS reject-file-status.
         SELECT unit-report-file ASSIGN TO "day3cvt.uht"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS unit-report-file-status.
         SELECT parm-file ASSIGN TO "day3.prm"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS parm-file-status.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.

       DATA DIVISION.
         FILE SECTION.
         FD  extract-file.
         01  extract-record PIC X(32).

      * the same decoded words again, each with the timestamp and unit
      * the extract has no room for, for the watch-by-watch analysis.
         FD  timed-file.
         COPY day3twd.

         FD  reject-file.
         COPY day3rej.

         FD  unit-report-file.
         01  unit-report-line PIC X(132).

      * the effective-dated control parameters; the quiet tolerance
      * in force on the parameter date replaces the day3cfg.cpy
      * VALUE before any unit is judged.
         FD  parm-file.
         COPY day3prm.

      * the shared run-control lock (see day3rcl.cpy), taken before
      * this run changes anything and given back at end of job.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         WORKING-STORAGE SECTION.
         COPY day3cfg.

      * way DAY3_INPUT_FILE does on the older programs.
         01  DAY3-FRAME-FILENAME   PIC X(64) VALUE "day3.tlm".
         01  DAY3-EXTRACT-FILENAME PIC X(64) VALUE "day3.cvt".
      * DAY3-TIMED-FILENAME defaults to the extract name with ".twd"
      * on the end, so each telemetry site's timed words sit beside
      * its own extract; DAY3_TIMED_FILE repoints it.
         01  DAY3-TIMED-FILENAME   PIC X(64) VALUE SPACES.

         01  frame-file-status PIC 99.
             88 frame-file-is-ok VALUE 0.
             88 frame-eof        VALUE 10.
         01  extract-file-status PIC 99.
             88 extract-file-is-ok VALUE 0.
         01  timed-file-status PIC 99.
             88 timed-file-is-ok VALUE 0.
         01  reject-file-status PIC 99.
             88 reject-file-is-ok VALUE 0.

             88 unit-master-not-found  VALUE 35.
         01  unit-report-file-status PIC 99.
             88 unit-report-file-is-ok VALUE 0.
         01  parm-file-status PIC 99.
             88 parm-file-is-ok  VALUE 0.
             88 parm-eof         VALUE 10.
             88 parm-not-found   VALUE 35.

      * the date whose quiet tolerance applies: today, or the drop
      * being reconverted when DAY3_PARM_DATE names one (YYYY-MM-DD).
      * The FROM date on the parameter line is the day3.prm row the
      * tolerance came from, DEFAULT where none was in force.
         01  day3cvt-parm-date     PIC X(10) VALUE SPACES.

      * one row per sending unit: the master-listed units first, in
      * master order, then any unit that transmitted without being
         01  uht-window-line.
             05 FILLER PIC X(26) VALUE "DROP WINDOW CLOSED AT".
             05 uht-wl-ts PIC X(14).
         01  uht-parm-line.
             05 FILLER PIC X(22) VALUE "QUIET TOLERANCE AS OF".
             05 uht-pl-date PIC X(10).
             05 FILLER PIC X(2) VALUE SPACES.
             05 uht-pl-tol  PIC Z(3)9.
             05 FILLER PIC X(14) VALUE " SECONDS FROM".
             05 uht-pl-from PIC X(10) VALUE "DEFAULT".
         01  uht-unattr-line.
             05 FILLER PIC X(44) VALUE
                 "REJECTED FRAMES WITH NO UNIT IDENTIFIER".
             05 uht-ul-count PIC Z(7)9.

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
           ACCEPT day3cvt-run-date-raw FROM DATE YYYYMMDD
           MOVE SPACES TO day3cvt-run-date
           IF DAY3-EXTRACT-FILENAME = SPACES THEN
             MOVE "day3.cvt" TO DAY3-EXTRACT-FILENAME
           END-IF
           ACCEPT DAY3-TIMED-FILENAME FROM ENVIRONMENT "DAY3_TIMED_FILE"
           IF DAY3-TIMED-FILENAME = SPACES THEN
             STRING DAY3-EXTRACT-FILENAME DELIMITED BY SPACE
                 ".twd" DELIMITED BY SIZE
                 INTO DAY3-TIMED-FILENAME
           END-IF
           PERFORM decide-hex-digit-count
      * nothing is read or changed until the run-control lock is
      * held (or the driver's, for a step day3run started).
           PERFORM acquire-run-lock
           PERFORM load-control-parameters
           PERFORM load-unit-master
           DISPLAY "day3cvt: converting " DAY3-FRAME-FILENAME
           OPEN INPUT frame-file.
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT timed-file.
           IF NOT timed-file-is-ok THEN
             DISPLAY "day3cvt: unable to open " DAY3-TIMED-FILENAME
                 ", file status " timed-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT reject-file.
           IF NOT reject-file-is-ok THEN
             DISPLAY "day3cvt: unable to open day3cvt.rej, file "
               ADD 1 TO decoded-count
               MOVE decoded-word TO extract-record
               WRITE extract-record
               MOVE SPACES TO DAY3-TIMED-WORD-RECORD
               MOVE frame-timestamp TO DAY3-TWD-TIMESTAMP
               MOVE frame-unit TO DAY3-TWD-UNIT
               MOVE decoded-word TO DAY3-TWD-WORD
               WRITE DAY3-TIMED-WORD-RECORD
               PERFORM post-valid-frame-to-unit
             ELSE
               PERFORM write-frame-reject

           CLOSE frame-file
           CLOSE extract-file
           CLOSE timed-file
           CLOSE reject-file
           PERFORM write-unit-health-report
           DISPLAY "day3cvt: " frame-count " frame(s) read, "
                 "see day3cvt.uht"
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM release-run-lock
       STOP RUN.

      *******************************************************************
           END-IF
           .

      *******************************************************************
      * load-control-parameters - the unit quiet tolerance in force
      * on the parameter date, off day3.prm: the row with the latest
      * effective date not after it. No day3.prm, or no row yet in
      * force, leaves the day3cfg.cpy VALUE. The value used goes to
      * the job log here and heads day3cvt.uht.
      *******************************************************************
       load-control-parameters.
           ACCEPT day3cvt-parm-date FROM ENVIRONMENT "DAY3_PARM_DATE"
           IF day3cvt-parm-date = SPACES THEN
             MOVE day3cvt-run-date TO day3cvt-parm-date
           END-IF
           IF day3cvt-parm-date(1:4) IS NOT NUMERIC OR
               day3cvt-parm-date(5:1) NOT = "-" OR
               day3cvt-parm-date(6:2) IS NOT NUMERIC OR
               day3cvt-parm-date(8:1) NOT = "-" OR
               day3cvt-parm-date(9:2) IS NOT NUMERIC THEN
             DISPLAY "day3cvt: DAY3_PARM_DATE '" day3cvt-parm-date
                 "' is not a YYYY-MM-DD date"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT parm-file.
           IF parm-not-found THEN
             DISPLAY "day3cvt: no day3.prm, default quiet tolerance "
                 "in use"
           ELSE
             IF NOT parm-file-is-ok THEN
               DISPLAY "day3cvt: unable to open day3.prm, file status "
                   parm-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL parm-eof
               READ parm-file
               IF parm-eof THEN
                 EXIT PERFORM
               END-IF
               IF DAY3-PRM-QUIET-TOL AND
                   DAY3-PRM-EFFECTIVE(1:4) IS NUMERIC AND
                   DAY3-PRM-EFFECTIVE NOT > day3cvt-parm-date AND
                   DAY3-PRM-VALUE IS NUMERIC THEN
                 IF uht-pl-from = "DEFAULT" OR
                     DAY3-PRM-EFFECTIVE NOT < uht-pl-from THEN
                   MOVE DAY3-PRM-VALUE TO DAY3-UNIT-QUIET-TOL
                   MOVE DAY3-PRM-EFFECTIVE TO uht-pl-from
                 END-IF
               END-IF
             END-PERFORM
             CLOSE parm-file
           END-IF
           MOVE day3cvt-parm-date TO uht-pl-date
           MOVE DAY3-UNIT-QUIET-TOL TO uht-pl-tol
           DISPLAY "day3cvt: " uht-parm-line
           .

      *******************************************************************
      * locate-unit-entry - find lookup-unit in the unit table, adding
      * a fresh zeroed row when it's new. unit-slot comes back 0 only
           MOVE uht-run-date-raw(7:2) TO uht-title-date(9:2)
           MOVE uht-title-line TO unit-report-line
           WRITE unit-report-line
           MOVE uht-parm-line TO unit-report-line
           WRITE unit-report-line
           MOVE SPACES TO unit-report-line
           WRITE unit-report-line
           MOVE uht-head-line TO unit-report-line
           MOVE frame-unit TO DAY3-REJ-SITE
           WRITE DAY3-REJECT-RECORD
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
             DISPLAY "day3cvt: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3cvt: run-control lock held by "
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
               DISPLAY "day3cvt: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3cvt: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3cvt: run-control lock held by "
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
           MOVE "DAY3CVT" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3cvt: unable to open day3.lck, file status "
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
             DISPLAY "day3cvt: unable to open day3.lck, file status "
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
               DISPLAY "day3cvt: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
