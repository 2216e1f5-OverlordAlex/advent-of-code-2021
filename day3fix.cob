         SELECT aging-report-file ASSIGN TO "day3sus.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS aging-report-file-status.
         SELECT parm-file ASSIGN TO "day3.prm"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS parm-file-status.
         SELECT suspense-closed-file ASSIGN TO "day3.susc"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS suspense-closed-file-status.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.

       DATA DIVISION.
         FILE SECTION.
         FD  aging-report-file.
         01  aging-report-line PIC X(132).

      * the effective-dated control parameters; the suspense aging
      * limit in force on the parameter date replaces the
      * day3cfg.cpy VALUE before any item is aged.
         FD  parm-file.
         COPY day3prm.

      * items written off the master through day3mnt; one of those
      * that turns up in day3.sus again (a rerun of its night) is
      * already closed and stays off the master.
         FD  suspense-closed-file.
         COPY day3suc.

      * the shared run-control lock (see day3rcl.cpy), taken before
      * this run changes anything and given back at end of job.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         WORKING-STORAGE SECTION.
         COPY day3cfg.

             88 suspense-master-not-found  VALUE 35.
         01  aging-report-file-status PIC 99.
             88 aging-report-file-is-ok VALUE 0.
         01  parm-file-status PIC 99.
             88 parm-file-is-ok  VALUE 0.
             88 parm-eof         VALUE 10.
             88 parm-not-found   VALUE 35.
         01  suspense-closed-file-status PIC 99.
             88 suspense-closed-file-is-ok VALUE 0.
             88 suspense-closed-eof        VALUE 10.
             88 suspense-closed-not-found  VALUE 35.

      * the date whose aging limit applies: today, or the run being
      * repeated when DAY3_PARM_DATE names one (YYYY-MM-DD). The
      * FROM date on the parameter line is the day3.prm row the limit
      * came from, DEFAULT where none was in force.
         01  day3fix-parm-date PIC X(10) VALUE SPACES.

      * the suspense master held in storage for the merge: existing
      * rows first, then today's new unrepairables appended with
         01  susm-new-count  PIC 9(3) VALUE 0.
         01  susm-aged-count PIC 9(3) VALUE 0.

      * the written-off items whose origin run is no earlier than the
      * oldest item in today's day3.sus - the only ones a merge could
      * meet again. Only the origin is kept, which is all the match
      * needs.
         01  closed-table.
            03 closed-entry OCCURS 500 TIMES.
               05 closed-run-date PIC X(10).
               05 closed-site     PIC X(8).
               05 closed-seq      PIC 9(6).
               05 closed-raw      PIC X(32).
         01  closed-count PIC 9(3) VALUE 0.
         01  closed-idx   PIC 9(3).
         01  closed-skip-count PIC 9(3) VALUE 0.
         01  sus-earliest-date PIC X(10).

      * day-serial arithmetic for the aging report: days since the
      * epoch of year 1, built the long way (365 a year plus the
      * leap days up to the prior year, plus the day of year) so the
                 "DAY3 SUSPENSE AGING REPORT".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 aging-title-date PIC X(10).
         01  aging-parm-line.
             05 FILLER PIC X(18) VALUE "AGING LIMIT AS OF".
             05 agp-date PIC X(10).
             05 FILLER PIC X(2) VALUE SPACES.
             05 agp-days PIC ZZ9.
             05 FILLER PIC X(11) VALUE " DAYS FROM".
             05 agp-from PIC X(10) VALUE "DEFAULT".
         01  aging-head-line.
             05 FILLER PIC X(12) VALUE "ORIGIN DATE".
             05 FILLER PIC X(10) VALUE "SITE".
             05 FILLER    PIC X(4) VALUE SPACES.
             05 agl-flag  PIC X(8).

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
           DISPLAY "day3fix: repairing day3.rej"
           ACCEPT day3fix-run-date-raw FROM DATE YYYYMMDD
           MOVE day3fix-run-date TO serial-date-in
           PERFORM compute-date-serial
           MOVE date-serial TO today-serial
      * nothing is read or changed until the run-control lock is
      * held (or the driver's, for a step day3run started).
           PERFORM acquire-run-lock
           PERFORM load-control-parameters
           OPEN INPUT reject-file.
           IF NOT reject-file-is-ok THEN
             DISPLAY "day3fix: unable to open day3.rej, file status "
               " repaired to day3.rsb, " suspense-count
               " unrepairable to day3.sus, " susm-new-count
               " new on day3.susm (" susm-count " outstanding)"
           IF closed-skip-count > 0 THEN
             DISPLAY "day3fix: " closed-skip-count " suspense item(s) "
                 "already written off on day3.susc, kept off day3.susm"
           END-IF
           IF suspense-count > 0 OR susm-aged-count > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM release-run-lock
       STOP RUN.

      *******************************************************************
      * load-control-parameters - the suspense aging limit in force
      * on the parameter date, off day3.prm: the row with the latest
      * effective date not after it. No day3.prm, or no row yet in
      * force, leaves the day3cfg.cpy VALUE. The value used goes to
      * the job log here and heads day3sus.rpt.
      *******************************************************************
       load-control-parameters.
           ACCEPT day3fix-parm-date FROM ENVIRONMENT "DAY3_PARM_DATE"
           IF day3fix-parm-date = SPACES THEN
             MOVE day3fix-run-date TO day3fix-parm-date
           END-IF
           IF day3fix-parm-date(1:4) IS NOT NUMERIC OR
               day3fix-parm-date(5:1) NOT = "-" OR
               day3fix-parm-date(6:2) IS NOT NUMERIC OR
               day3fix-parm-date(8:1) NOT = "-" OR
               day3fix-parm-date(9:2) IS NOT NUMERIC THEN
             DISPLAY "day3fix: DAY3_PARM_DATE '" day3fix-parm-date
                 "' is not a YYYY-MM-DD date"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT parm-file.
           IF parm-not-found THEN
             DISPLAY "day3fix: no day3.prm, default aging limit in use"
           ELSE
             IF NOT parm-file-is-ok THEN
               DISPLAY "day3fix: unable to open day3.prm, file status "
                   parm-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL parm-eof
               READ parm-file
               IF parm-eof THEN
                 EXIT PERFORM
               END-IF
               IF DAY3-PRM-SUS-AGE AND
                   DAY3-PRM-EFFECTIVE(1:4) IS NUMERIC AND
                   DAY3-PRM-EFFECTIVE NOT > day3fix-parm-date AND
                   DAY3-PRM-VALUE IS NUMERIC THEN
                 IF agp-from = "DEFAULT" OR
                     DAY3-PRM-EFFECTIVE NOT < agp-from THEN
                   MOVE DAY3-PRM-VALUE TO DAY3-SUS-AGE-DAYS
                   MOVE DAY3-PRM-EFFECTIVE TO agp-from
                 END-IF
               END-IF
             END-PERFORM
             CLOSE parm-file
           END-IF
           MOVE day3fix-parm-date TO agp-date
           MOVE DAY3-SUS-AGE-DAYS TO agp-days
           DISPLAY "day3fix: " aging-parm-line
           .

      *******************************************************************
      * repair-one-record - apply the standing correction rules to one
      * suspense record: strip whatever was punched beyond
             CLOSE suspense-master-file
           END-IF

           PERFORM load-closed-history

           OPEN INPUT suspense-file.
           IF NOT suspense-file-is-ok THEN
             DISPLAY "day3fix: unable to reread day3.sus, file "
           CLOSE suspense-master-file
           .

      *******************************************************************
      * load-closed-history - the day3.susc rows today's day3.sus
      * could repeat. A first pass over day3.sus finds its oldest
      * origin run date; closed items from before it cannot recur and
      * are passed over. No day3.susc means nothing written off yet.
      *******************************************************************
       load-closed-history.
           OPEN INPUT suspense-file.
           IF NOT suspense-file-is-ok THEN
             DISPLAY "day3fix: unable to reread day3.sus, file "
                 "status " suspense-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE HIGH-VALUES TO sus-earliest-date
           PERFORM UNTIL suspense-eof
             READ suspense-file
             IF suspense-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3-SUS-RUN-DATE < sus-earliest-date THEN
               MOVE DAY3-SUS-RUN-DATE TO sus-earliest-date
             END-IF
           END-PERFORM
           CLOSE suspense-file
           IF sus-earliest-date = HIGH-VALUES THEN
             EXIT PARAGRAPH
           END-IF

           OPEN INPUT suspense-closed-file.
           IF suspense-closed-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT suspense-closed-file-is-ok THEN
             DISPLAY "day3fix: unable to open day3.susc, file "
                 "status " suspense-closed-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL suspense-closed-eof
             READ suspense-closed-file
             IF suspense-closed-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3-SUSC-RUN-DATE >= sus-earliest-date THEN
               IF closed-count < 500 THEN
                 ADD 1 TO closed-count
                 MOVE DAY3-SUSC-RUN-DATE TO
                     closed-run-date(closed-count)
                 MOVE DAY3-SUSC-SITE TO closed-site(closed-count)
                 MOVE DAY3-SUSC-REJ-SEQUENCE TO
                     closed-seq(closed-count)
                 MOVE DAY3-SUSC-RAW-RECORD TO closed-raw(closed-count)
               ELSE
                 DISPLAY "day3fix: closed-table capacity 500 "
                     "exceeded, written-off item not checked"
               END-IF
             END-IF
           END-PERFORM
           CLOSE suspense-closed-file
           .

       merge-one-suspense-item.
           PERFORM VARYING closed-idx FROM 1 BY 1
               UNTIL closed-idx > closed-count
             IF closed-run-date(closed-idx) = DAY3-SUS-RUN-DATE AND
                 closed-site(closed-idx) = DAY3-SUS-SITE AND
                 closed-seq(closed-idx) = DAY3-SUS-SEQUENCE AND
                 closed-raw(closed-idx) = DAY3-SUS-RAW-RECORD THEN
               ADD 1 TO closed-skip-count
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE ZERO TO susm-slot
           PERFORM VARYING susm-idx FROM 1 BY 1
               UNTIL susm-idx > susm-count
           MOVE day3fix-run-date TO aging-title-date
           MOVE aging-title-line TO aging-report-line
           WRITE aging-report-line
           MOVE aging-parm-line TO aging-report-line
           WRITE aging-report-line
           MOVE SPACES TO aging-report-line
           WRITE aging-report-line
           MOVE aging-head-line TO aging-report-line
             END-IF
           END-IF
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
             DISPLAY "day3fix: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3fix: run-control lock held by "
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
               DISPLAY "day3fix: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3fix: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3fix: run-control lock held by "
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
           MOVE "DAY3FIX" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3fix: unable to open day3.lck, file status "
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
             DISPLAY "day3fix: unable to open day3.lck, file status "
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
               DISPLAY "day3fix: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
