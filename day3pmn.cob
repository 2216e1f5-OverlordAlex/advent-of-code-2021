       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3pmn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT txn-file ASSIGN TO "day3pmn.txn"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS txn-file-status.
         SELECT parm-file ASSIGN TO "day3.prm"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS parm-file-status.
         SELECT history-file ASSIGN TO "day3.prh"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS history-file-status.
         SELECT print-file ASSIGN TO "day3pmn.rpt"
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
      * one parameter change per line, keyed in by operations: 'C'
      * puts a new value in force for NAME from EFFECTIVE on, 'D'
      * withdraws a value scheduled for a date that hasn't arrived
      * yet. The value is six digits with two implied decimals
      * (000250 is 2.50, 090000 is 900), the same zero-padded way
      * day3.sit carries its expected counts. Every change needs who
      * is making it and why.
         FD  txn-file.
         01  parm-txn-record.
             05 ptx-action    PIC X(1).
                88 ptx-change   VALUE 'C'.
                88 ptx-withdraw VALUE 'D'.
             05 FILLER        PIC X(1).
             05 ptx-name      PIC X(16).
             05 FILLER        PIC X(1).
             05 ptx-effective PIC X(10).
             05 FILLER        PIC X(1).
             05 ptx-value     PIC X(6).
             05 ptx-value-num REDEFINES ptx-value PIC 9(4)V9(2).
             05 FILLER        PIC X(1).
             05 ptx-by        PIC X(8).
             05 FILLER        PIC X(1).
             05 ptx-reason    PIC X(40).

         FD  parm-file.
         COPY day3prm.

      * the standing parameter history: one row per change applied,
      * appended run after run, carrying who and when alongside the
      * value the change displaced (and the date that value had been
      * in force from) and the value in force from EFFECTIVE on after
      * it. A withdrawal's new value is whatever applies on that date
      * once the scheduled row is gone.
         FD  history-file.
         01  parm-history-record.
             05 prh-changed-on  PIC X(10).
             05 FILLER          PIC X(1).
             05 prh-changed-at  PIC X(8).
             05 FILLER          PIC X(1).
             05 prh-changed-by  PIC X(8).
             05 FILLER          PIC X(1).
             05 prh-action      PIC X(1).
             05 FILLER          PIC X(1).
             05 prh-name        PIC X(16).
             05 FILLER          PIC X(1).
             05 prh-effective   PIC X(10).
             05 FILLER          PIC X(1).
             05 prh-old-value   PIC 9(4)V9(2).
             05 FILLER          PIC X(1).
             05 prh-old-from    PIC X(10).
             05 FILLER          PIC X(1).
             05 prh-new-value   PIC 9(4)V9(2).
             05 FILLER          PIC X(1).
             05 prh-reason      PIC X(40).

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
         COPY day3cfg.

         01  txn-file-status PIC 99.
             88 txn-file-is-ok VALUE 0.
             88 txn-eof        VALUE 10.
             88 txn-not-found  VALUE 35.
         01  parm-file-status PIC 99.
             88 parm-file-is-ok VALUE 0.
             88 parm-eof        VALUE 10.
             88 parm-not-found  VALUE 35.
         01  history-file-status PIC 99.
             88 history-file-is-ok   VALUE 0.
             88 history-not-found    VALUE 35.
         01  print-file-status PIC 99.
             88 print-file-is-ok VALUE 0.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

         01  day3pmn-run-date-raw   PIC 9(8).
         01  day3pmn-run-time-raw   PIC 9(8).
         01  day3pmn-start-time-raw PIC 9(8).
         01  day3pmn-log-date-raw   PIC 9(8).
         01  day3pmn-log-end-raw    PIC 9(8).
         01  day3pmn-run-date       PIC X(10).
         01  day3pmn-run-time       PIC X(8).

      * the parameters day3.prm may carry, with the day3cfg.cpy
      * default each falls back to and the range a new value has to
      * sit in; the whole switch marks a count (seconds, days) that
      * takes no decimals. The bounds keep a value inside the picture
      * the reading program moves it into.
         01  known-table.
            03 known-entry OCCURS 9 TIMES.
               05 kn-name     PIC X(16).
               05 kn-default  PIC 9(4)V9(2).
               05 kn-min      PIC 9(4)V9(2).
               05 kn-max      PIC 9(4)V9(2).
               05 kn-whole-sw PIC X(1).
                  88 kn-whole VALUE 'Y'.
         01  known-idx  PIC 9(2).
         01  known-slot PIC 9(2).

      * day3.prm held in storage, in name/effective-date order, while
      * the transactions are applied; 200 rows is years of changes
      * at the rate operations tunes these.
         01  parm-table.
            03 parm-entry OCCURS 200 TIMES.
               05 pt-name      PIC X(16).
               05 pt-effective PIC X(10).
               05 pt-value     PIC 9(4)V9(2).
               05 pt-by        PIC X(8).
               05 pt-on        PIC X(10).
               05 pt-reason    PIC X(40).
         01  parm-count PIC 9(3) VALUE 0.
         01  parm-idx   PIC 9(3).
         01  parm-slot  PIC 9(3).
         01  move-idx   PIC 9(3).

      * what find-value-in-force hands back: the value in force for
      * lookup-name on lookup-date, and the effective date it came
      * from (DEFAULT when no row is in force yet).
         01  lookup-name  PIC X(16).
         01  lookup-date  PIC X(10).
         01  found-value  PIC 9(4)V9(2).
         01  found-from   PIC X(10).

         01  txn-count      PIC 9(6) VALUE 0.
         01  applied-count  PIC 9(6) VALUE 0.
         01  rejected-count PIC 9(6) VALUE 0.

         01  day3pmn-txn-sw PIC X(1).
             88 day3pmn-txn-clean    VALUE 'Y'.
             88 day3pmn-txn-rejected VALUE 'N'.
         01  txn-result PIC X(40).
         01  old-value  PIC 9(4)V9(2).
         01  old-from   PIC X(10).
         01  new-value  PIC 9(4)V9(2).

      * calendar check on an effective date.
         01  chk-year   PIC 9(4).
         01  chk-month  PIC 9(2).
         01  chk-day    PIC 9(2).
         01  chk-work   PIC 9(4).
         01  chk-rem    PIC 9(4).
         01  chk-leap-sw PIC X(1).
             88 chk-leap-year VALUE 'Y'.
         01  chk-valid-sw PIC X(1).
             88 chk-date-valid VALUE 'Y'.
         01  month-days-values PIC X(24) VALUE
             "312831303130313130313031".
         01  month-days-table REDEFINES month-days-values.
             05 month-days PIC 9(2) OCCURS 12 TIMES.
         01  chk-last-day PIC 9(2).

         01  title-line.
             05 FILLER PIC X(44) VALUE
                 "DAY3 CONTROL PARAMETER MAINTENANCE".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 tl-date PIC X(10).
             05 FILLER  PIC X(2) VALUE SPACES.
             05 tl-time PIC X(8).
         01  section-head-line.
             05 shl-title PIC X(80).
         01  change-head-line.
             05 FILLER PIC X(4)  VALUE "ACT".
             05 FILLER PIC X(18) VALUE "PARAMETER".
             05 FILLER PIC X(12) VALUE "EFFECTIVE".
             05 FILLER PIC X(9)  VALUE "OLD".
             05 FILLER PIC X(12) VALUE "OLD FROM".
             05 FILLER PIC X(9)  VALUE "NEW".
             05 FILLER PIC X(10) VALUE "BY".
             05 FILLER PIC X(40) VALUE "RESULT".
         01  change-detail-line.
             05 cdl-action    PIC X(1).
             05 FILLER        PIC X(3) VALUE SPACES.
             05 cdl-name      PIC X(16).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 cdl-effective PIC X(10).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 cdl-old       PIC X(7).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 cdl-old-from  PIC X(10).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 cdl-new       PIC X(7).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 cdl-by        PIC X(8).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 cdl-result    PIC X(40).
         01  change-reason-line.
             05 FILLER        PIC X(4) VALUE SPACES.
             05 FILLER        PIC X(8) VALUE "REASON:".
             05 crl-reason    PIC X(40).
         01  value-edit PIC Z(3)9.99.
         01  force-head-line.
             05 FILLER PIC X(18) VALUE "PARAMETER".
             05 FILLER PIC X(9)  VALUE "VALUE".
             05 FILLER PIC X(12) VALUE "FROM".
             05 FILLER PIC X(10) VALUE "BY".
             05 FILLER PIC X(12) VALUE "ON".
             05 FILLER PIC X(40) VALUE "REASON".
         01  force-detail-line.
             05 fdl-name      PIC X(16).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 fdl-value     PIC Z(3)9.99.
             05 FILLER        PIC X(2) VALUE SPACES.
             05 fdl-from      PIC X(10).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 fdl-by        PIC X(8).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 fdl-on        PIC X(10).
             05 FILLER        PIC X(2) VALUE SPACES.
             05 fdl-reason    PIC X(40).
         01  figure-line.
             05 fig-caption PIC X(24).
             05 fig-value   PIC X(32).
         01  fig-number-edit PIC Z(19)9.
         01  day3pmn-sched-sw PIC X(1).
             88 day3pmn-any-scheduled VALUE 'Y'.

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
           ACCEPT day3pmn-start-time-raw FROM TIME
           ACCEPT day3pmn-run-date-raw FROM DATE YYYYMMDD
           ACCEPT day3pmn-run-time-raw FROM TIME
           MOVE day3pmn-run-date-raw(1:4) TO day3pmn-run-date(1:4)
           MOVE "-" TO day3pmn-run-date(5:1)
           MOVE day3pmn-run-date-raw(5:2) TO day3pmn-run-date(6:2)
           MOVE "-" TO day3pmn-run-date(8:1)
           MOVE day3pmn-run-date-raw(7:2) TO day3pmn-run-date(9:2)
           MOVE day3pmn-run-time-raw(1:2) TO day3pmn-run-time(1:2)
           MOVE ":" TO day3pmn-run-time(3:1)
           MOVE day3pmn-run-time-raw(3:2) TO day3pmn-run-time(4:2)
           MOVE ":" TO day3pmn-run-time(6:1)
           MOVE day3pmn-run-time-raw(5:2) TO day3pmn-run-time(7:2)
      * nothing is read or changed until the run-control lock is
      * held (or the driver's, for a step day3run started).
           PERFORM acquire-run-lock
           PERFORM load-known-parameters
           PERFORM load-parameter-file

           OPEN OUTPUT print-file.
           IF NOT print-file-is-ok THEN
             DISPLAY "day3pmn: unable to open day3pmn.rpt, file status "
                 print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE day3pmn-run-date TO tl-date
           MOVE day3pmn-run-time TO tl-time
           MOVE title-line TO print-line
           WRITE print-line

           OPEN INPUT txn-file.
           IF txn-not-found THEN
             DISPLAY "day3pmn: no day3pmn.txn, listing the values in "
                 "force only"
           ELSE
             IF NOT txn-file-is-ok THEN
               DISPLAY "day3pmn: unable to open day3pmn.txn, file "
                   "status " txn-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "PARAMETER CHANGES" TO shl-title
             PERFORM write-section-head
             MOVE change-head-line TO print-line
             WRITE print-line
             PERFORM UNTIL txn-eof
               READ txn-file
               IF txn-eof THEN
                 EXIT PERFORM
               END-IF
               ADD 1 TO txn-count
               PERFORM process-one-transaction
             END-PERFORM
             CLOSE txn-file
             IF txn-count = 0 THEN
               MOVE "NO TRANSACTIONS ON DAY3PMN.TXN" TO print-line
               WRITE print-line
             END-IF
           END-IF

           IF applied-count > 0 THEN
             PERFORM rewrite-parameter-file
           END-IF
           PERFORM write-values-in-force
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "TRANSACTIONS READ" TO fig-caption
           MOVE txn-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "APPLIED" TO fig-caption
           MOVE applied-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "REJECTED" TO fig-caption
           MOVE rejected-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           CLOSE print-file
           DISPLAY "day3pmn: " txn-count " transaction(s), "
               applied-count " applied, " rejected-count
               " rejected, see day3pmn.rpt"
           IF rejected-count > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM write-run-audit-record
       STOP RUN.

      *******************************************************************
      * load-known-parameters - the names day3.prm can carry, each
      * with its compiled default out of day3cfg.cpy and the range a
      * new value must fall in. A dead band of 50 points or more
      * would flag every column, and a drift tolerance of zero every
      * movement at all. The batch-window cut-off is a time of day,
      * HHMM, so its minutes are checked as well as its range.
      *******************************************************************
       load-known-parameters.
           MOVE "PCT-DEAD-BAND" TO kn-name(1)
           MOVE DAY3-PCT-DEAD-BAND TO kn-default(1)
           MOVE 0 TO kn-min(1)
           MOVE 49.99 TO kn-max(1)
           MOVE 'N' TO kn-whole-sw(1)
           MOVE "PCT-DRIFT-TOL" TO kn-name(2)
           MOVE DAY3-PCT-DRIFT-TOL TO kn-default(2)
           MOVE 0.01 TO kn-min(2)
           MOVE 99.99 TO kn-max(2)
           MOVE 'N' TO kn-whole-sw(2)
           MOVE "UNIT-QUIET-TOL" TO kn-name(3)
           MOVE DAY3-UNIT-QUIET-TOL TO kn-default(3)
           MOVE 1 TO kn-min(3)
           MOVE 9999 TO kn-max(3)
           MOVE 'Y' TO kn-whole-sw(3)
           MOVE "SUS-AGE-DAYS" TO kn-name(4)
           MOVE DAY3-SUS-AGE-DAYS TO kn-default(4)
           MOVE 1 TO kn-min(4)
           MOVE 999 TO kn-max(4)
           MOVE 'Y' TO kn-whole-sw(4)
           MOVE "BW-NORM-PCT" TO kn-name(5)
           MOVE DAY3-BW-NORM-PCT TO kn-default(5)
           MOVE 101 TO kn-min(5)
           MOVE 999 TO kn-max(5)
           MOVE 'Y' TO kn-whole-sw(5)
           MOVE "BW-STEP-LIMIT" TO kn-name(6)
           MOVE DAY3-BW-STEP-LIMIT TO kn-default(6)
           MOVE 1 TO kn-min(6)
           MOVE 1440 TO kn-max(6)
           MOVE 'Y' TO kn-whole-sw(6)
           MOVE "BW-CUTOFF" TO kn-name(7)
           MOVE DAY3-BW-CUTOFF TO kn-default(7)
           MOVE 0 TO kn-min(7)
           MOVE 2359 TO kn-max(7)
           MOVE 'Y' TO kn-whole-sw(7)
           MOVE "BW-BASE-RUNS" TO kn-name(8)
           MOVE DAY3-BW-BASE-RUNS TO kn-default(8)
           MOVE 1 TO kn-min(8)
           MOVE 99 TO kn-max(8)
           MOVE 'Y' TO kn-whole-sw(8)
           MOVE "XMT-ACK-HOURS" TO kn-name(9)
           MOVE DAY3-XMT-ACK-HOURS TO kn-default(9)
           MOVE 1 TO kn-min(9)
           MOVE 168 TO kn-max(9)
           MOVE 'Y' TO kn-whole-sw(9)
           .

      *******************************************************************
      * load-parameter-file - day3.prm into the parameter table. No
      * file yet just means every name is still on its default; the
      * first change applied creates it.
      *******************************************************************
       load-parameter-file.
           OPEN INPUT parm-file.
           IF parm-not-found THEN
             DISPLAY "day3pmn: no day3.prm yet, every parameter on "
                 "its default"
             EXIT PARAGRAPH
           END-IF
           IF NOT parm-file-is-ok THEN
             DISPLAY "day3pmn: unable to open day3.prm, file status "
                 parm-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL parm-eof
             READ parm-file
             IF parm-eof THEN
               EXIT PERFORM
             END-IF
             IF parm-count >= 200 THEN
               DISPLAY "day3pmn: parm-table capacity 200 exceeded, "
                   "day3.prm not maintained"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO parm-count
             MOVE DAY3-PRM-NAME TO pt-name(parm-count)
             MOVE DAY3-PRM-EFFECTIVE TO pt-effective(parm-count)
             MOVE DAY3-PRM-VALUE TO pt-value(parm-count)
             MOVE DAY3-PRM-CHANGED-BY TO pt-by(parm-count)
             MOVE DAY3-PRM-CHANGED-ON TO pt-on(parm-count)
             MOVE DAY3-PRM-REASON TO pt-reason(parm-count)
           END-PERFORM
           CLOSE parm-file
           .

      *******************************************************************
      * process-one-transaction - edit the transaction against the
      * table as it stands after the ones before it, apply it only if
      * every edit passes, and list it either way with the old and
      * new values and what became of it.
      *******************************************************************
       process-one-transaction.
           SET day3pmn-txn-clean TO TRUE
           MOVE SPACES TO txn-result
           MOVE ZERO TO old-value new-value
           MOVE SPACES TO old-from
           PERFORM edit-transaction
           IF day3pmn-txn-clean THEN
             IF ptx-change THEN
               PERFORM apply-change
             ELSE
               PERFORM apply-withdrawal
             END-IF
             ADD 1 TO applied-count
             MOVE "APPLIED" TO txn-result
             PERFORM write-history-record
           ELSE
             ADD 1 TO rejected-count
           END-IF
           PERFORM write-change-line
           .

      *******************************************************************
      * edit-transaction - first failing edit wins and becomes the
      * listed result. A change cannot be back-dated: a night that
      * has already run was judged by what was in force then, and
      * rewriting that would make its rerun disagree with it.
      *******************************************************************
       edit-transaction.
           IF NOT ptx-change AND NOT ptx-withdraw THEN
             MOVE "REJECTED - ACTION NOT C OR D" TO txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO known-slot
           PERFORM VARYING known-idx FROM 1 BY 1
               UNTIL known-idx > 9
             IF kn-name(known-idx) = ptx-name THEN
               MOVE known-idx TO known-slot
             END-IF
           END-PERFORM
           IF known-slot = 0 THEN
             MOVE "REJECTED - UNKNOWN PARAMETER NAME" TO txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           PERFORM check-effective-date
           IF NOT chk-date-valid THEN
             MOVE "REJECTED - EFFECTIVE DATE NOT YYYY-MM-DD" TO
                 txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF ptx-effective < day3pmn-run-date THEN
             MOVE "REJECTED - EFFECTIVE DATE BEFORE TODAY" TO
                 txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF ptx-by = SPACES THEN
             MOVE "REJECTED - NO CHANGED-BY GIVEN" TO txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF ptx-reason = SPACES THEN
             MOVE "REJECTED - NO REASON GIVEN" TO txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE ptx-name TO lookup-name
           MOVE ptx-effective TO lookup-date
           PERFORM find-value-in-force
           MOVE found-value TO old-value
           MOVE found-from TO old-from
           IF ptx-change THEN
             PERFORM edit-change-value
           ELSE
             PERFORM edit-withdrawal
           END-IF
           .

       edit-change-value.
           IF ptx-value IS NOT NUMERIC THEN
             MOVE "REJECTED - VALUE NOT SIX DIGITS" TO txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE ptx-value-num TO new-value
           IF new-value < kn-min(known-slot) OR
               new-value > kn-max(known-slot) THEN
             MOVE "REJECTED - VALUE OUTSIDE PERMITTED RANGE" TO
                 txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF kn-whole(known-slot) THEN
             IF ptx-value(5:2) NOT = "00" THEN
               MOVE "REJECTED - VALUE MUST BE A WHOLE NUMBER" TO
                   txn-result
               SET day3pmn-txn-rejected TO TRUE
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF ptx-name = "BW-CUTOFF" AND ptx-value(3:2) > "59" THEN
             MOVE "REJECTED - CUT-OFF NOT AN HHMM TIME" TO txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF new-value = old-value THEN
             MOVE "REJECTED - SAME AS VALUE IN FORCE" TO
                 txn-result
             SET day3pmn-txn-rejected TO TRUE
           END-IF
           .

      *******************************************************************
      * edit-withdrawal - only a row scheduled for a date still to
      * come can be withdrawn; one already in force has been used by
      * a run and stays on file.
      *******************************************************************
       edit-withdrawal.
           IF ptx-effective = day3pmn-run-date THEN
             MOVE "REJECTED - VALUE ALREADY IN FORCE TODAY" TO
                 txn-result
             SET day3pmn-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF old-from NOT = ptx-effective THEN
             MOVE "REJECTED - NOTHING SCHEDULED THAT DATE" TO
                 txn-result
             SET day3pmn-txn-rejected TO TRUE
           END-IF
           .

      *******************************************************************
      * check-effective-date - ptx-effective as a real calendar date,
      * February allowed its 29th in a leap year.
      *******************************************************************
       check-effective-date.
           MOVE 'N' TO chk-valid-sw
           IF ptx-effective(1:4) IS NOT NUMERIC OR
               ptx-effective(5:1) NOT = "-" OR
               ptx-effective(6:2) IS NOT NUMERIC OR
               ptx-effective(8:1) NOT = "-" OR
               ptx-effective(9:2) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
           END-IF
           MOVE ptx-effective(1:4) TO chk-year
           MOVE ptx-effective(6:2) TO chk-month
           MOVE ptx-effective(9:2) TO chk-day
           IF chk-month < 1 OR chk-month > 12 THEN
             EXIT PARAGRAPH
           END-IF
           MOVE month-days(chk-month) TO chk-last-day
           IF chk-month = 2 THEN
             PERFORM check-leap-year
             IF chk-leap-year THEN
               MOVE 29 TO chk-last-day
             END-IF
           END-IF
           IF chk-day < 1 OR chk-day > chk-last-day THEN
             EXIT PARAGRAPH
           END-IF
           SET chk-date-valid TO TRUE
           .

       check-leap-year.
           MOVE 'N' TO chk-leap-sw
           DIVIDE chk-year BY 4 GIVING chk-work REMAINDER chk-rem
           IF chk-rem = ZERO THEN
             SET chk-leap-year TO TRUE
             DIVIDE chk-year BY 100 GIVING chk-work REMAINDER chk-rem
             IF chk-rem = ZERO THEN
               MOVE 'N' TO chk-leap-sw
               DIVIDE chk-year BY 400 GIVING chk-work
                   REMAINDER chk-rem
               IF chk-rem = ZERO THEN
                 SET chk-leap-year TO TRUE
               END-IF
             END-IF
           END-IF
           .

      *******************************************************************
      * find-value-in-force - the value in force for lookup-name on
      * lookup-date: the row with the latest effective date not after
      * it, the same rule the reading programs apply, or the
      * compiled default when there is none.
      *******************************************************************
       find-value-in-force.
           MOVE "DEFAULT" TO found-from
           MOVE ZERO TO found-value
           PERFORM VARYING known-idx FROM 1 BY 1
               UNTIL known-idx > 9
             IF kn-name(known-idx) = lookup-name THEN
               MOVE kn-default(known-idx) TO found-value
             END-IF
           END-PERFORM
           PERFORM VARYING parm-idx FROM 1 BY 1
               UNTIL parm-idx > parm-count
             IF pt-name(parm-idx) = lookup-name AND
                 pt-effective(parm-idx) NOT > lookup-date THEN
               IF found-from = "DEFAULT" OR
                   pt-effective(parm-idx) NOT < found-from THEN
                 MOVE pt-value(parm-idx) TO found-value
                 MOVE pt-effective(parm-idx) TO found-from
               END-IF
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * apply-change - a change dated the same day as a row already
      * scheduled replaces that row; otherwise the new row goes in at
      * its place in name/effective-date order.
      *******************************************************************
       apply-change.
           MOVE ZERO TO parm-slot
           PERFORM VARYING parm-idx FROM 1 BY 1
               UNTIL parm-idx > parm-count
             IF pt-name(parm-idx) = ptx-name AND
                 pt-effective(parm-idx) = ptx-effective THEN
               MOVE parm-idx TO parm-slot
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF parm-slot = 0 THEN
             IF parm-count >= 200 THEN
               DISPLAY "day3pmn: parm-table capacity 200 exceeded, "
                   "day3.prm not maintained"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM VARYING parm-idx FROM 1 BY 1
                 UNTIL parm-idx > parm-count
               IF pt-name(parm-idx) > ptx-name OR
                   (pt-name(parm-idx) = ptx-name AND
                   pt-effective(parm-idx) > ptx-effective) THEN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             MOVE parm-idx TO parm-slot
             PERFORM VARYING move-idx FROM parm-count BY -1
                 UNTIL move-idx < parm-slot
               MOVE parm-entry(move-idx) TO parm-entry(move-idx + 1)
             END-PERFORM
             ADD 1 TO parm-count
           END-IF
           MOVE ptx-name TO pt-name(parm-slot)
           MOVE ptx-effective TO pt-effective(parm-slot)
           MOVE new-value TO pt-value(parm-slot)
           MOVE ptx-by TO pt-by(parm-slot)
           MOVE day3pmn-run-date TO pt-on(parm-slot)
           MOVE ptx-reason TO pt-reason(parm-slot)
           .

      *******************************************************************
      * apply-withdrawal - drop the scheduled row, then look up what
      * now applies from that date so the listing and history show
      * the value the withdrawal leaves in place.
      *******************************************************************
       apply-withdrawal.
           PERFORM VARYING parm-idx FROM 1 BY 1
               UNTIL parm-idx > parm-count
             IF pt-name(parm-idx) = ptx-name AND
                 pt-effective(parm-idx) = ptx-effective THEN
               MOVE parm-idx TO parm-slot
               EXIT PERFORM
             END-IF
           END-PERFORM
           PERFORM VARYING move-idx FROM parm-slot BY 1
               UNTIL move-idx >= parm-count
             MOVE parm-entry(move-idx + 1) TO parm-entry(move-idx)
           END-PERFORM
           SUBTRACT 1 FROM parm-count
           PERFORM find-value-in-force
           MOVE found-value TO new-value
           .

      *******************************************************************
      * write-history-record - append the applied change to day3.prh,
      * creating it on the very first change.
      *******************************************************************
       write-history-record.
           OPEN EXTEND history-file.
           IF history-not-found THEN
             OPEN OUTPUT history-file
           END-IF
           IF NOT history-file-is-ok THEN
             DISPLAY "day3pmn: unable to open day3.prh, file status "
                 history-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO parm-history-record
           MOVE day3pmn-run-date TO prh-changed-on
           MOVE day3pmn-run-time TO prh-changed-at
           MOVE ptx-by TO prh-changed-by
           MOVE ptx-action TO prh-action
           MOVE ptx-name TO prh-name
           MOVE ptx-effective TO prh-effective
           MOVE old-value TO prh-old-value
           MOVE old-from TO prh-old-from
           MOVE new-value TO prh-new-value
           MOVE ptx-reason TO prh-reason
           WRITE parm-history-record
           CLOSE history-file
           .

       write-change-line.
           MOVE SPACES TO change-detail-line
           MOVE ptx-action TO cdl-action
           MOVE ptx-name TO cdl-name
           MOVE ptx-effective TO cdl-effective
           IF old-from NOT = SPACES THEN
             MOVE old-value TO value-edit
             MOVE value-edit TO cdl-old
             MOVE old-from TO cdl-old-from
           END-IF
           IF day3pmn-txn-clean OR
               (ptx-change AND ptx-value IS NUMERIC) THEN
             IF day3pmn-txn-clean THEN
               MOVE new-value TO value-edit
             ELSE
               MOVE ptx-value-num TO value-edit
             END-IF
             MOVE value-edit TO cdl-new
           END-IF
           MOVE ptx-by TO cdl-by
           MOVE txn-result TO cdl-result
           MOVE change-detail-line TO print-line
           WRITE print-line
           MOVE ptx-reason TO crl-reason
           MOVE change-reason-line TO print-line
           WRITE print-line
           .

      *******************************************************************
      * rewrite-parameter-file - the updated table back over day3.prm,
      * still in name/effective-date order.
      *******************************************************************
       rewrite-parameter-file.
           OPEN OUTPUT parm-file.
           IF NOT parm-file-is-ok THEN
             DISPLAY "day3pmn: unable to rewrite day3.prm, file "
                 "status " parm-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING parm-idx FROM 1 BY 1
               UNTIL parm-idx > parm-count
             MOVE SPACES TO DAY3-PARM-RECORD
             MOVE pt-name(parm-idx) TO DAY3-PRM-NAME
             MOVE pt-effective(parm-idx) TO DAY3-PRM-EFFECTIVE
             MOVE pt-value(parm-idx) TO DAY3-PRM-VALUE
             MOVE pt-by(parm-idx) TO DAY3-PRM-CHANGED-BY
             MOVE pt-on(parm-idx) TO DAY3-PRM-CHANGED-ON
             MOVE pt-reason(parm-idx) TO DAY3-PRM-REASON
             WRITE DAY3-PARM-RECORD
           END-PERFORM
           CLOSE parm-file
           .

      *******************************************************************
      * write-values-in-force - what tonight's runs will use, name by
      * name, then every change scheduled for a later date.
      *******************************************************************
       write-values-in-force.
           MOVE SPACES TO shl-title
           STRING "VALUES IN FORCE " day3pmn-run-date
               DELIMITED BY SIZE INTO shl-title
           PERFORM write-section-head
           MOVE force-head-line TO print-line
           WRITE print-line
           PERFORM VARYING known-idx FROM 1 BY 1
               UNTIL known-idx > 9
             MOVE SPACES TO force-detail-line
             MOVE kn-name(known-idx) TO fdl-name
             MOVE kn-default(known-idx) TO fdl-value
             MOVE "DEFAULT" TO fdl-from
             PERFORM VARYING parm-idx FROM 1 BY 1
                 UNTIL parm-idx > parm-count
               IF pt-name(parm-idx) = kn-name(known-idx) AND
                   pt-effective(parm-idx) NOT > day3pmn-run-date THEN
                 MOVE pt-value(parm-idx) TO fdl-value
                 MOVE pt-effective(parm-idx) TO fdl-from
                 MOVE pt-by(parm-idx) TO fdl-by
                 MOVE pt-on(parm-idx) TO fdl-on
                 MOVE pt-reason(parm-idx) TO fdl-reason
               END-IF
             END-PERFORM
             MOVE force-detail-line TO print-line
             WRITE print-line
           END-PERFORM

           MOVE "CHANGES SCHEDULED FOR LATER DATES" TO shl-title
           PERFORM write-section-head
           MOVE force-head-line TO print-line
           WRITE print-line
           MOVE 'N' TO day3pmn-sched-sw
           PERFORM VARYING parm-idx FROM 1 BY 1
               UNTIL parm-idx > parm-count
             IF pt-effective(parm-idx) > day3pmn-run-date THEN
               SET day3pmn-any-scheduled TO TRUE
               MOVE SPACES TO force-detail-line
               MOVE pt-name(parm-idx) TO fdl-name
               MOVE pt-value(parm-idx) TO fdl-value
               MOVE pt-effective(parm-idx) TO fdl-from
               MOVE pt-by(parm-idx) TO fdl-by
               MOVE pt-on(parm-idx) TO fdl-on
               MOVE pt-reason(parm-idx) TO fdl-reason
               MOVE force-detail-line TO print-line
               WRITE print-line
             END-IF
           END-PERFORM
           IF NOT day3pmn-any-scheduled THEN
             MOVE "NONE" TO print-line
             WRITE print-line
           END-IF
           .

       write-section-head.
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE section-head-line TO print-line
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
             DISPLAY "day3pmn: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3pmn-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3pmn-log-end-raw FROM TIME
           MOVE day3pmn-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3pmn-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3pmn-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3pmn-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3pmn-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3pmn-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3pmn-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3pmn-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3pmn-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3PMN" TO DAY3-LOG-PROGRAM
           MOVE "day3pmn.txn" TO DAY3-LOG-INPUT-FILE
           MOVE txn-count TO DAY3-LOG-READ-COUNT
           MOVE rejected-count TO DAY3-LOG-REJECT-COUNT
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
             DISPLAY "day3pmn: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3pmn: run-control lock held by "
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
               DISPLAY "day3pmn: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3pmn: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3pmn: run-control lock held by "
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
           MOVE "DAY3PMN" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3pmn: unable to open day3.lck, file status "
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
             DISPLAY "day3pmn: unable to open day3.lck, file status "
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
               DISPLAY "day3pmn: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
