       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3lck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.
         SELECT run-log-file ASSIGN TO "day3.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-log-file-status.

       DATA DIVISION.
         FILE SECTION.
      * the shared run-control lock (see day3rcl.cpy). This program
      * is the operator's view of it, and the only way a stale lock
      * left by an abended job is ever released.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

      * the common run-audit log every day3 program appends one row
      * to at end of job; a release is recorded there, with who
      * released whose lock.
         FD  run-log-file.
         COPY day3log.

         WORKING-STORAGE SECTION.
         COPY day3rcl.
         01  run-lock-file-status PIC 99.
             88 run-lock-file-is-ok VALUE 0.
             88 run-lock-eof        VALUE 10.
             88 run-lock-not-found  VALUE 35.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

      * DAY3_LOCK_ACTION=RELEASE empties a stale lock; anything else
      * (including unset) only shows who holds it. A lock whose job
      * is still running is never released from here - that job
      * gives it back itself when it ends.
         01  day3lck-action PIC X(8) VALUE SPACES.
             88 day3lck-release-action VALUE "RELEASE".
         01  day3lck-operator PIC X(8) VALUE SPACES.

         01  run-lock-state-sw PIC X(1) VALUE 'F'.
             88 run-lock-free   VALUE 'F'.
             88 run-lock-held   VALUE 'H'.
             88 run-lock-stale  VALUE 'S'.
         01  run-lock-pid-edit PIC Z(8)9.
         01  run-lock-command  PIC X(40).
         01  run-lock-status   PIC S9(9) COMP.
         01  released-count    PIC 9(1) VALUE 0.

         01  day3lck-start-time-raw PIC 9(8).
         01  day3lck-log-date-raw   PIC 9(8).
         01  day3lck-log-end-raw    PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT day3lck-start-time-raw FROM TIME
           ACCEPT day3lck-action FROM ENVIRONMENT "DAY3_LOCK_ACTION"
           ACCEPT day3lck-operator FROM ENVIRONMENT "USER"
           IF day3lck-operator = SPACES THEN
             MOVE "UNKNOWN" TO day3lck-operator
           END-IF

           PERFORM inspect-run-lock
           EVALUATE TRUE
             WHEN run-lock-free
               DISPLAY "day3lck: run-control lock is free"
             WHEN run-lock-held
               DISPLAY "day3lck: run-control lock held by "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME ", still running"
             WHEN run-lock-stale
               DISPLAY "day3lck: STALE run-control lock - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
           END-EVALUATE
           IF NOT day3lck-release-action THEN
             IF run-lock-stale THEN
               DISPLAY "day3lck: see to that job, then rerun with "
                   "DAY3_LOCK_ACTION=RELEASE"
               MOVE 4 TO RETURN-CODE
             END-IF
             STOP RUN
           END-IF

           EVALUATE TRUE
             WHEN run-lock-free
               DISPLAY "day3lck: nothing to release"
             WHEN run-lock-held
               DISPLAY "day3lck: " DAY3-LCK-PROGRAM " is still "
                   "running, its lock is not released"
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               OPEN OUTPUT run-lock-file
               IF NOT run-lock-file-is-ok THEN
                 DISPLAY "day3lck: unable to empty day3.lck, file "
                     "status " run-lock-file-status
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               CLOSE run-lock-file
               ADD 1 TO released-count
               DISPLAY "day3lck: stale lock of " DAY3-LCK-PROGRAM
                   " released by " day3lck-operator
           END-EVALUATE
           PERFORM write-run-audit-record
       STOP RUN.

      *******************************************************************
      * inspect-run-lock - who holds day3.lck: nobody (no file, or an
      * empty one), a job whose process is still running, or a stale
      * row whose process has gone.
      *******************************************************************
       inspect-run-lock.
           MOVE 'F' TO run-lock-state-sw
           OPEN INPUT run-lock-file.
           IF run-lock-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT run-lock-file-is-ok THEN
             DISPLAY "day3lck: unable to open day3.lck, file status "
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
           MOVE DAY3-LCK-PROCESS TO run-lock-pid-edit
           MOVE SPACES TO run-lock-command
           STRING "ps -p " run-lock-pid-edit " > /dev/null 2>&1"
               DELIMITED BY SIZE INTO run-lock-command
           CALL "SYSTEM" USING run-lock-command
           MOVE RETURN-CODE TO run-lock-status
           MOVE ZERO TO RETURN-CODE
           IF run-lock-status = ZERO THEN
             MOVE 'H' TO run-lock-state-sw
           ELSE
             MOVE 'S' TO run-lock-state-sw
           END-IF
           .

      *******************************************************************
      * write-run-audit-record - append this run's row to the common
      * day3.log at end of job. A release names the program, holder
      * and since-time of the lock it released and the operator who
      * released it, so the morning shift can see it was deliberate.
      *******************************************************************
       write-run-audit-record.
           OPEN EXTEND run-log-file.
           IF run-log-not-found THEN
             OPEN OUTPUT run-log-file
           END-IF
           IF NOT run-log-file-is-ok THEN
             DISPLAY "day3lck: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3lck-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3lck-log-end-raw FROM TIME
           MOVE day3lck-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3lck-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3lck-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3lck-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3lck-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3lck-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3lck-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3lck-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3lck-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3LCK" TO DAY3-LOG-PROGRAM
           IF released-count > 0 THEN
             STRING "RELEASED " DAY3-LCK-PROGRAM " "
                 DAY3-LCK-HOLDER " " DAY3-LCK-SINCE-DATE " "
                 DAY3-LCK-SINCE-TIME " BY " day3lck-operator
                 DELIMITED BY SIZE INTO DAY3-LOG-INPUT-FILE
           ELSE
             MOVE "day3.lck" TO DAY3-LOG-INPUT-FILE
           END-IF
           MOVE released-count TO DAY3-LOG-READ-COUNT
           MOVE ZERO TO DAY3-LOG-REJECT-COUNT
           SET DAY3-LOG-FULL-RUN TO TRUE
           SET DAY3-LOG-FULL-MODE TO TRUE
           MOVE RETURN-CODE TO DAY3-LOG-RETURN-CODE
           WRITE DAY3-LOG-RECORD
           CLOSE run-log-file
           .
