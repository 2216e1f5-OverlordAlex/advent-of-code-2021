       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3xrc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT register-file ASSIGN TO "day3.xmr"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS register-file-status.
         SELECT xak-file ASSIGN TO "day3.xak"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS xak-file-status.
         SELECT parm-file ASSIGN TO "day3.prm"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS parm-file-status.
         SELECT ack-file ASSIGN TO "day3.ack"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ack-file-status.
         SELECT alert-file ASSIGN TO "day3.alr"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS alert-file-status.
         SELECT print-file ASSIGN TO "day3xrc.rpt"
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
      * the transmission register day3xmt appends to: everything ever
      * sent to the engineering system, and when.
         FD  register-file.
         COPY day3xmr.

      * the acknowledgments the engineering system returns, one a
      * transmission it picks up (see day3xak.cpy).
         FD  xak-file.
         COPY day3xak.

         FD  parm-file.
         COPY day3prm.

      * day3.ack here is the operators' standing acknowledgment of
      * an alert condition, not the receiving system's day3.xak.
         FD  ack-file.
         COPY day3ack.

      * the alert feed. Interface exceptions are appended to it,
      * at most once a day for each code and key, and day3alr
      * carries them forward when it rewrites the feed.
         FD  alert-file.
         COPY day3alr.

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
         01  register-file-status PIC 99.
             88 register-file-is-ok VALUE 0.
             88 register-eof        VALUE 10.
             88 register-not-found  VALUE 35.
         01  xak-file-status PIC 99.
             88 xak-file-is-ok VALUE 0.
             88 xak-eof        VALUE 10.
             88 xak-not-found  VALUE 35.
         01  parm-file-status PIC 99.
             88 parm-file-is-ok  VALUE 0.
             88 parm-eof         VALUE 10.
             88 parm-not-found   VALUE 35.
         01  ack-file-status PIC 99.
             88 ack-file-is-ok VALUE 0.
             88 ack-eof        VALUE 10.
             88 ack-not-found  VALUE 35.
         01  alert-file-status PIC 99.
             88 alert-file-is-ok   VALUE 0.
             88 alert-eof          VALUE 10.
             88 alert-not-found    VALUE 35.
         01  print-file-status PIC 99.
             88 print-file-is-ok VALUE 0.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

      * DAY3_XRC_NIGHT names one night (YYYY-MM-DD) whose
      * transmissions alone are listed - what went out for it, when,
      * and what came back - for answering a query about that night.
      * Such a run is a listing only and raises no alerts. Unset is
      * the whole register, reconciled and alerted.
         01  day3xrc-night     PIC X(10) VALUE SPACES.
         01  day3xrc-today     PIC X(10).
         01  day3xrc-today-raw PIC 9(8).
         01  day3xrc-now-raw   PIC 9(8).
         01  day3xrc-now-time  PIC X(8).
         01  day3xrc-start-time-raw PIC 9(8).
         01  day3xrc-log-date-raw   PIC 9(8).
         01  day3xrc-log-end-raw    PIC 9(8).
         01  day3xrc-whole-sw PIC X(1) VALUE 'Y'.
             88 reconciling-whole-register VALUE 'Y'.

      * where the acknowledgment cut-off in use came from: the
      * effective date of its day3.prm row, or DEFAULT for
      * day3cfg.cpy's VALUE.
         01  ack-hours-from PIC X(10) VALUE "DEFAULT".
         01  ack-cutoff-mins PIC 9(6).

      * every transmission on the register in sequence order, with
      * the first acknowledgment that came back for it and what the
      * reconciliation made of it. 2000 is better than five years
      * of nights with their resends.
         01  xmit-table.
            03 xmit-entry OCCURS 2000 TIMES.
               05 xt-sequence    PIC 9(6).
               05 xt-night       PIC X(10).
               05 xt-sent-date   PIC X(10).
               05 xt-sent-time   PIC X(8).
               05 xt-count       PIC 9(8).
               05 xt-hash        PIC 9(24).
               05 xt-kind        PIC X(1).
               05 xt-replaces    PIC 9(6).
               05 xt-sent-by     PIC X(8).
               05 xt-ack-count   PIC 9(2).
               05 xt-ack-date    PIC X(10).
               05 xt-ack-time    PIC X(8).
               05 xt-ack-status  PIC X(8).
               05 xt-ack-reason  PIC X(40).
               05 xt-ack-night   PIC X(10).
               05 xt-ack-rows    PIC 9(8).
               05 xt-ack-hash    PIC 9(24).
               05 xt-replaced-sw PIC X(1).
                  88 xt-replaced VALUE 'Y'.
               05 xt-result      PIC X(8).
         01  xmit-count PIC 9(4) VALUE 0.
         01  xmit-idx   PIC 9(4).
         01  found-xmit PIC 9(4).
         01  prior-sequence PIC 9(6).
         01  highest-acked  PIC 9(6) VALUE 0.

      * acknowledgments naming a sequence number never sent.
         01  orphan-table.
            03 orphan-entry OCCURS 100 TIMES.
               05 or-sequence PIC 9(6).
               05 or-night    PIC X(10).
               05 or-date     PIC X(10).
               05 or-time     PIC X(8).
               05 or-status   PIC X(8).
         01  orphan-count PIC 9(3) VALUE 0.
         01  orphan-idx   PIC 9(3).

      * how long an unacknowledged transmission has been out, in
      * minutes: whole days between the sent date and today by the
      * same day-serial arithmetic as day3fix's aging, and the
      * difference of the two times of day.
         01  serial-date-in PIC X(10).
         01  ser-year   PIC 9(4).
         01  ser-month  PIC 9(2).
         01  ser-day    PIC 9(2).
         01  ser-prior  PIC 9(4).
         01  ser-work   PIC 9(7).
         01  ser-rem    PIC 9(4).
         01  ser-leap-sw PIC X(1).
             88 ser-leap-year VALUE 'Y'.
         01  date-serial  PIC 9(7).
         01  today-serial PIC 9(7).
         01  month-offset-values PIC X(36) VALUE
             "000031059090120151181212243273304334".
         01  month-offset-table REDEFINES month-offset-values.
             05 month-offset PIC 9(3) OCCURS 12 TIMES.
         01  calc-hh      PIC 9(2).
         01  calc-mm      PIC 9(2).
         01  now-mins     PIC 9(4).
         01  sent-mins    PIC 9(4).
         01  waited-mins  PIC S9(9).
         01  waited-hours PIC 9(5).

      * the day's interface exceptions before ranking and the
      * code/key pairs already on day3.alr for today, so a second
      * run in the day raises each condition once, not each time.
         01  alert-table.
            03 alert-entry OCCURS 100 TIMES.
               05 alr-severity PIC 9(1).
               05 alr-code     PIC X(8).
               05 alr-key      PIC X(10).
               05 alr-text     PIC X(60).
         01  alert-count PIC 9(3) VALUE 0.
         01  alert-idx   PIC 9(3).
         01  raised-table.
            03 raised-entry OCCURS 200 TIMES.
               05 rsd-code PIC X(8).
               05 rsd-key  PIC X(10).
         01  raised-count PIC 9(3) VALUE 0.
         01  raised-idx   PIC 9(3).
         01  ack-table.
            03 ack-entry OCCURS 100 TIMES.
               05 ack-tbl-code PIC X(8).
               05 ack-tbl-key  PIC X(10).
         01  ack-count PIC 9(3) VALUE 0.
         01  ack-idx   PIC 9(3).
         01  new-severity PIC 9(1).
         01  new-code     PIC X(8).
         01  new-key      PIC X(10).
         01  new-text     PIC X(60).
         01  day3xrc-ack-sw PIC X(1).
             88 alert-acknowledged VALUE 'Y'.
         01  day3xrc-raised-sw PIC X(1).
             88 alert-already-raised VALUE 'Y'.
         01  severity-level PIC 9(1).

         01  xak-rows-read     PIC 9(6) VALUE 0.
         01  listed-count      PIC 9(4) VALUE 0.
         01  matched-count     PIC 9(4) VALUE 0.
         01  replaced-count    PIC 9(4) VALUE 0.
         01  awaiting-count    PIC 9(4) VALUE 0.
         01  problem-count     PIC 9(4) VALUE 0.
         01  written-count     PIC 9(3) VALUE 0.
         01  already-count     PIC 9(3) VALUE 0.
         01  suppressed-alerts PIC 9(3) VALUE 0.

         01  title-line.
             05 FILLER PIC X(44)
                 VALUE "DAY3 ENGINEERING INTERFACE RECONCILIATION".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 tl-date PIC X(10).
             05 FILLER  PIC X(2) VALUE SPACES.
             05 tl-time PIC X(8).
         01  parm-line.
             05 FILLER PIC X(35)
                 VALUE "UNACKNOWLEDGED OVERDUE AFTER HOURS ".
             05 pl-hours PIC ZZ9.
             05 FILLER PIC X(18) VALUE "  IN FORCE FROM   ".
             05 pl-from PIC X(10).
         01  night-line.
             05 FILLER PIC X(30)
                 VALUE "TRANSMISSIONS FOR NIGHT ONLY  ".
             05 nl-night PIC X(10).
         01  section-head-line.
             05 shl-title PIC X(60).
         01  xmit-head-line.
             05 FILLER PIC X(8)  VALUE "SEQ".
             05 FILLER PIC X(12) VALUE "NIGHT".
             05 FILLER PIC X(21) VALUE "SENT".
             05 FILLER PIC X(10) VALUE "ROWS".
             05 FILLER PIC X(26) VALUE "HASH TOTAL".
             05 FILLER PIC X(15) VALUE "KIND".
             05 FILLER PIC X(10) VALUE "ACK".
             05 FILLER PIC X(21) VALUE "RECEIVED".
             05 FILLER PIC X(8)  VALUE "RESULT".
         01  xmit-detail-line.
             05 xdl-sequence PIC X(6).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 xdl-night    PIC X(10).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 xdl-sent     PIC X(19).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 xdl-count    PIC Z(7)9.
             05 FILLER       PIC X(2) VALUE SPACES.
             05 xdl-hash     PIC X(24).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 xdl-kind     PIC X(13).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 xdl-ack      PIC X(8).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 xdl-received PIC X(19).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 xdl-result   PIC X(8).
         01  xmit-note-line.
             05 FILLER       PIC X(8) VALUE SPACES.
             05 xnl-text     PIC X(120).
         01  orphan-detail-line.
             05 odl-sequence PIC X(6).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 odl-night    PIC X(10).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 odl-received PIC X(19).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 odl-status   PIC X(8).
         01  figure-line.
             05 fig-caption PIC X(34).
             05 fig-value   PIC Z(5)9.

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
           ACCEPT day3xrc-start-time-raw FROM TIME
           ACCEPT day3xrc-now-raw FROM TIME
           ACCEPT day3xrc-today-raw FROM DATE YYYYMMDD
           MOVE SPACES TO day3xrc-today
           MOVE day3xrc-today-raw(1:4) TO day3xrc-today(1:4)
           MOVE "-" TO day3xrc-today(5:1)
           MOVE day3xrc-today-raw(5:2) TO day3xrc-today(6:2)
           MOVE "-" TO day3xrc-today(8:1)
           MOVE day3xrc-today-raw(7:2) TO day3xrc-today(9:2)
           MOVE SPACES TO day3xrc-now-time
           MOVE day3xrc-now-raw(1:2) TO day3xrc-now-time(1:2)
           MOVE ":" TO day3xrc-now-time(3:1)
           MOVE day3xrc-now-raw(3:2) TO day3xrc-now-time(4:2)
           MOVE ":" TO day3xrc-now-time(6:1)
           MOVE day3xrc-now-raw(5:2) TO day3xrc-now-time(7:2)
           MOVE day3xrc-today TO serial-date-in
           PERFORM compute-date-serial
           MOVE date-serial TO today-serial
           MOVE day3xrc-now-time(1:2) TO calc-hh
           MOVE day3xrc-now-time(4:2) TO calc-mm
           COMPUTE now-mins = calc-hh * 60 + calc-mm

           ACCEPT day3xrc-night FROM ENVIRONMENT "DAY3_XRC_NIGHT"
           IF day3xrc-night NOT = SPACES THEN
             IF day3xrc-night(1:4) IS NOT NUMERIC OR
                 day3xrc-night(5:1) NOT = "-" OR
                 day3xrc-night(6:2) IS NOT NUMERIC OR
                 day3xrc-night(8:1) NOT = "-" OR
                 day3xrc-night(9:2) IS NOT NUMERIC THEN
               DISPLAY "day3xrc: DAY3_XRC_NIGHT '" day3xrc-night
                   "' is not a YYYY-MM-DD date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE 'N' TO day3xrc-whole-sw
             DISPLAY "day3xrc: transmissions for " day3xrc-night
                 " only, no alerts raised"
           ELSE
             DISPLAY "day3xrc: reconciling day3.xmr against day3.xak"
           END-IF
      * the alert feed is appended to: the run-control lock is held
      * first so this cannot run across day3alr rewriting it.
           PERFORM acquire-run-lock

           PERFORM load-control-parameters
           PERFORM load-acknowledgments
           PERFORM load-transmission-register
           PERFORM match-receipts
           PERFORM mark-replaced-transmissions
           PERFORM judge-transmissions
           IF reconciling-whole-register THEN
             PERFORM write-interface-alerts
           END-IF
           PERFORM write-reconciliation-report

           DISPLAY "day3xrc: " xmit-count " transmission(s), "
               matched-count " matched, " awaiting-count " awaiting, "
               problem-count " exception(s), " written-count
               " alert(s) to day3.alr"
           IF problem-count > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM write-run-audit-record
       STOP RUN.

      *******************************************************************
      * load-control-parameters - the acknowledgment cut-off in force
      * today, by the same rule day3a and day3bwm apply: the latest
      * day3.prm row for the name effective on or before the date,
      * the day3cfg.cpy VALUE where there is none.
      *******************************************************************
       load-control-parameters.
           OPEN INPUT parm-file.
           IF parm-not-found THEN
             DISPLAY "day3xrc: no day3.prm, default cut-off in use"
           ELSE
             IF NOT parm-file-is-ok THEN
               DISPLAY "day3xrc: unable to open day3.prm, file status "
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
                   DAY3-PRM-EFFECTIVE NOT > day3xrc-today AND
                   DAY3-PRM-VALUE IS NUMERIC AND
                   DAY3-PRM-XMT-ACK-HRS THEN
                 IF ack-hours-from = "DEFAULT" OR
                     DAY3-PRM-EFFECTIVE NOT < ack-hours-from THEN
                   MOVE DAY3-PRM-VALUE TO DAY3-XMT-ACK-HOURS
                   MOVE DAY3-PRM-EFFECTIVE TO ack-hours-from
                 END-IF
               END-IF
             END-PERFORM
             CLOSE parm-file
           END-IF
           COMPUTE ack-cutoff-mins = DAY3-XMT-ACK-HOURS * 60
           .

      *******************************************************************
      * load-acknowledgments - the standing day3.ack rows, so an
      * interface exception already being worked with engineering
      * can be acknowledged like any other condition.
      *******************************************************************
       load-acknowledgments.
           OPEN INPUT ack-file.
           IF ack-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT ack-file-is-ok THEN
             DISPLAY "day3xrc: unable to open day3.ack, file status "
                 ack-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL ack-eof
             READ ack-file
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
           .

      *******************************************************************
      * load-transmission-register - every row of day3.xmr. day3xmt
      * hands sequence numbers out one after another, so a number
      * missing or out of order means a transmission was lost off the
      * register itself, and that is an exception of its own.
      *******************************************************************
       load-transmission-register.
           OPEN INPUT register-file.
           IF register-not-found THEN
             DISPLAY "day3xrc: no day3.xmr, nothing has been sent yet"
             EXIT PARAGRAPH
           END-IF
           IF NOT register-file-is-ok THEN
             DISPLAY "day3xrc: unable to open day3.xmr, file status "
                 register-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE ZERO TO prior-sequence
           PERFORM UNTIL register-eof
             READ register-file
             IF register-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3-XMR-SEQUENCE IS NUMERIC THEN
               PERFORM take-register-row
             END-IF
           END-PERFORM
           CLOSE register-file
           .

       take-register-row.
           IF xmit-count >= 2000 THEN
             DISPLAY "day3xrc: xmit-table capacity 2000 exceeded"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF DAY3-XMR-SEQUENCE NOT = prior-sequence + 1 THEN
             MOVE 1 TO new-severity
             MOVE "XMTSEQ" TO new-code
             MOVE SPACES TO new-key
             STRING "SEQ " DAY3-XMR-SEQUENCE DELIMITED BY SIZE
                 INTO new-key
             MOVE SPACES TO new-text
             STRING "day3.xmr jumps from seq " prior-sequence " to "
                 DAY3-XMR-SEQUENCE DELIMITED BY SIZE INTO new-text
             PERFORM add-alert
             ADD 1 TO problem-count
           END-IF
           MOVE DAY3-XMR-SEQUENCE TO prior-sequence
           ADD 1 TO xmit-count
           MOVE DAY3-XMR-SEQUENCE TO xt-sequence(xmit-count)
           MOVE DAY3-XMR-RUN-DATE TO xt-night(xmit-count)
           MOVE DAY3-XMR-SENT-DATE TO xt-sent-date(xmit-count)
           MOVE DAY3-XMR-SENT-TIME TO xt-sent-time(xmit-count)
           MOVE DAY3-XMR-DETAIL-COUNT TO xt-count(xmit-count)
           MOVE DAY3-XMR-HASH-TOTAL TO xt-hash(xmit-count)
           MOVE DAY3-XMR-KIND TO xt-kind(xmit-count)
           MOVE DAY3-XMR-REPLACES TO xt-replaces(xmit-count)
           MOVE DAY3-XMR-SENT-BY TO xt-sent-by(xmit-count)
           MOVE ZERO TO xt-ack-count(xmit-count)
           MOVE SPACES TO xt-ack-date(xmit-count)
           MOVE SPACES TO xt-ack-time(xmit-count)
           MOVE SPACES TO xt-ack-status(xmit-count)
           MOVE SPACES TO xt-ack-reason(xmit-count)
           MOVE SPACES TO xt-ack-night(xmit-count)
           MOVE ZERO TO xt-ack-rows(xmit-count)
           MOVE ZERO TO xt-ack-hash(xmit-count)
           MOVE 'N' TO xt-replaced-sw(xmit-count)
           MOVE SPACES TO xt-result(xmit-count)
           .

      *******************************************************************
      * match-receipts - each day3.xak row against the transmission
      * it names. The first acknowledgment of a transmission is the
      * one reconciled; another for the same sequence number is a
      * duplicate load on the receiving side. One naming a sequence
      * number never sent is an exception in itself.
      *******************************************************************
       match-receipts.
           OPEN INPUT xak-file.
           IF xak-not-found THEN
             DISPLAY "day3xrc: no day3.xak, nothing acknowledged yet"
             EXIT PARAGRAPH
           END-IF
           IF NOT xak-file-is-ok THEN
             DISPLAY "day3xrc: unable to open day3.xak, file status "
                 xak-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL xak-eof
             READ xak-file
             IF xak-eof THEN
               EXIT PERFORM
             END-IF
             ADD 1 TO xak-rows-read
             IF DAY3-XAK-SEQUENCE IS NUMERIC THEN
               PERFORM take-receipt
             END-IF
           END-PERFORM
           CLOSE xak-file
           .

       take-receipt.
           MOVE ZERO TO found-xmit
           PERFORM VARYING xmit-idx FROM 1 BY 1
               UNTIL xmit-idx > xmit-count
             IF xt-sequence(xmit-idx) = DAY3-XAK-SEQUENCE THEN
               MOVE xmit-idx TO found-xmit
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF found-xmit = 0 THEN
             PERFORM take-orphan-receipt
             EXIT PARAGRAPH
           END-IF
           IF DAY3-XAK-SEQUENCE > highest-acked THEN
             MOVE DAY3-XAK-SEQUENCE TO highest-acked
           END-IF
           ADD 1 TO xt-ack-count(found-xmit)
           IF xt-ack-count(found-xmit) > 1 THEN
             MOVE 3 TO new-severity
             MOVE "XMTDUP" TO new-code
             MOVE xt-night(found-xmit) TO new-key
             MOVE SPACES TO new-text
             STRING "seq " DAY3-XAK-SEQUENCE " acknowledged again "
                 DAY3-XAK-RECEIVED-DATE ", loaded twice?"
                 DELIMITED BY SIZE INTO new-text
             PERFORM add-alert
             ADD 1 TO problem-count
             EXIT PARAGRAPH
           END-IF
           MOVE DAY3-XAK-RECEIVED-DATE TO xt-ack-date(found-xmit)
           MOVE DAY3-XAK-RECEIVED-TIME TO xt-ack-time(found-xmit)
           MOVE DAY3-XAK-STATUS TO xt-ack-status(found-xmit)
           MOVE DAY3-XAK-REASON TO xt-ack-reason(found-xmit)
           MOVE DAY3-XAK-RUN-DATE TO xt-ack-night(found-xmit)
           IF DAY3-XAK-DETAIL-COUNT IS NUMERIC THEN
             MOVE DAY3-XAK-DETAIL-COUNT TO xt-ack-rows(found-xmit)
           END-IF
           IF DAY3-XAK-HASH-TOTAL IS NUMERIC THEN
             MOVE DAY3-XAK-HASH-TOTAL TO xt-ack-hash(found-xmit)
           END-IF
           .

       take-orphan-receipt.
           MOVE 2 TO new-severity
           MOVE "XMTACK" TO new-code
           MOVE DAY3-XAK-RUN-DATE TO new-key
           MOVE SPACES TO new-text
           STRING "acknowledgment for seq " DAY3-XAK-SEQUENCE
               ", never sent from here" DELIMITED BY SIZE
               INTO new-text
           PERFORM add-alert
           ADD 1 TO problem-count
           IF orphan-count >= 100 THEN
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO orphan-count
           MOVE DAY3-XAK-SEQUENCE TO or-sequence(orphan-count)
           MOVE DAY3-XAK-RUN-DATE TO or-night(orphan-count)
           MOVE DAY3-XAK-RECEIVED-DATE TO or-date(orphan-count)
           MOVE DAY3-XAK-RECEIVED-TIME TO or-time(orphan-count)
           MOVE DAY3-XAK-STATUS TO or-status(orphan-count)
           .

      *******************************************************************
      * mark-replaced-transmissions - a transmission whose resend has
      * since been acknowledged is settled by it: whatever happened
      * to the original (lost, rejected, loaded short) was put right
      * by sending the night again.
      *******************************************************************
       mark-replaced-transmissions.
           PERFORM VARYING xmit-idx FROM 1 BY 1
               UNTIL xmit-idx > xmit-count
             IF xt-replaces(xmit-idx) > 0 AND
                 xt-ack-count(xmit-idx) > 0 THEN
               PERFORM VARYING found-xmit FROM 1 BY 1
                   UNTIL found-xmit > xmit-count
                 IF xt-sequence(found-xmit) = xt-replaces(xmit-idx)
                     THEN
                   SET xt-replaced(found-xmit) TO TRUE
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * judge-transmissions - what each transmission came to:
      *   MATCHED   loaded, and the receiver's count and hash total
      *             agree with the trailer's
      *   MISMATCH  loaded, but count, hash or night disagree
      *   REJECTED  the receiver refused the file
      *   REPLACED  settled by a resend acknowledged since
      *   GAP       never acknowledged, though a later transmission
      *             has been - this one went missing
      *   OVERDUE   never acknowledged, out longer than the cut-off
      *   AWAITING  out, not yet acknowledged, within the cut-off
      *******************************************************************
       judge-transmissions.
           PERFORM VARYING xmit-idx FROM 1 BY 1
               UNTIL xmit-idx > xmit-count
             PERFORM judge-one-transmission
           END-PERFORM
           .

       judge-one-transmission.
           IF xt-replaced(xmit-idx) THEN
             MOVE "REPLACED" TO xt-result(xmit-idx)
             ADD 1 TO replaced-count
             EXIT PARAGRAPH
           END-IF
           IF xt-ack-count(xmit-idx) > 0 THEN
             PERFORM judge-acknowledged
             EXIT PARAGRAPH
           END-IF
           IF xt-sequence(xmit-idx) < highest-acked THEN
             MOVE "GAP" TO xt-result(xmit-idx)
             MOVE 2 TO new-severity
             MOVE "XMTGAP" TO new-code
             MOVE xt-night(xmit-idx) TO new-key
             MOVE SPACES TO new-text
             STRING "seq " xt-sequence(xmit-idx) " never acknowledged, "
                 "later seq " highest-acked " was"
                 DELIMITED BY SIZE INTO new-text
             PERFORM add-alert
             ADD 1 TO problem-count
             EXIT PARAGRAPH
           END-IF
           PERFORM work-out-time-waited
           IF waited-mins > ack-cutoff-mins THEN
             MOVE "OVERDUE" TO xt-result(xmit-idx)
             MOVE 2 TO new-severity
             MOVE "XMTOVER" TO new-code
             MOVE xt-night(xmit-idx) TO new-key
             MOVE SPACES TO new-text
             STRING "seq " xt-sequence(xmit-idx) " unacknowledged "
                 waited-hours " hours, cut-off " DAY3-XMT-ACK-HOURS
                 DELIMITED BY SIZE INTO new-text
             PERFORM add-alert
             ADD 1 TO problem-count
           ELSE
             MOVE "AWAITING" TO xt-result(xmit-idx)
             ADD 1 TO awaiting-count
           END-IF
           .

       judge-acknowledged.
           IF xt-ack-status(xmit-idx) NOT = "LOADED" THEN
             MOVE "REJECTED" TO xt-result(xmit-idx)
             MOVE 1 TO new-severity
             MOVE "XMTREJ" TO new-code
             MOVE xt-night(xmit-idx) TO new-key
             MOVE SPACES TO new-text
             STRING "seq " xt-sequence(xmit-idx) " rejected: "
                 xt-ack-reason(xmit-idx) DELIMITED BY SIZE
                 INTO new-text
             PERFORM add-alert
             ADD 1 TO problem-count
             EXIT PARAGRAPH
           END-IF
           IF xt-ack-rows(xmit-idx) NOT = xt-count(xmit-idx) OR
               xt-ack-hash(xmit-idx) NOT = xt-hash(xmit-idx) OR
               xt-ack-night(xmit-idx) NOT = xt-night(xmit-idx) THEN
             MOVE "MISMATCH" TO xt-result(xmit-idx)
             MOVE 1 TO new-severity
             MOVE "XMTCOUNT" TO new-code
             MOVE xt-night(xmit-idx) TO new-key
             MOVE SPACES TO new-text
             STRING "seq " xt-sequence(xmit-idx) " totals differ from "
                 "what was sent, see day3xrc.rpt"
                 DELIMITED BY SIZE INTO new-text
             PERFORM add-alert
             ADD 1 TO problem-count
             EXIT PARAGRAPH
           END-IF
           MOVE "MATCHED" TO xt-result(xmit-idx)
           ADD 1 TO matched-count
           .

      *******************************************************************
      * work-out-time-waited - minutes from the transmission's sent
      * date and time to now, and the whole hours of it. A sent time
      * that is not HH:MM:SS counts from the start of the sent day.
      *******************************************************************
       work-out-time-waited.
           MOVE xt-sent-date(xmit-idx) TO serial-date-in
           IF serial-date-in(1:4) IS NOT NUMERIC OR
               serial-date-in(6:2) IS NOT NUMERIC OR
               serial-date-in(9:2) IS NOT NUMERIC THEN
             MOVE today-serial TO date-serial
           ELSE
             PERFORM compute-date-serial
           END-IF
           MOVE ZERO TO sent-mins
           IF xt-sent-time(xmit-idx)(1:2) IS NUMERIC AND
               xt-sent-time(xmit-idx)(4:2) IS NUMERIC THEN
             MOVE xt-sent-time(xmit-idx)(1:2) TO calc-hh
             MOVE xt-sent-time(xmit-idx)(4:2) TO calc-mm
             COMPUTE sent-mins = calc-hh * 60 + calc-mm
           END-IF
           COMPUTE waited-mins = (today-serial - date-serial) * 1440
               + now-mins - sent-mins
           IF waited-mins < ZERO THEN
             MOVE ZERO TO waited-mins
           END-IF
           DIVIDE waited-mins BY 60 GIVING waited-hours
           .

      *******************************************************************
      * add-alert - file the staged exception away unless a day3.ack
      * row (exact key or '*') says it has already been accepted. A
      * single-night listing raises nothing.
      *******************************************************************
       add-alert.
           IF NOT reconciling-whole-register THEN
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO day3xrc-ack-sw
           PERFORM VARYING ack-idx FROM 1 BY 1
               UNTIL ack-idx > ack-count
             IF ack-tbl-code(ack-idx) = new-code AND
                 (ack-tbl-key(ack-idx) = new-key OR
                 ack-tbl-key(ack-idx) = "*") THEN
               SET alert-acknowledged TO TRUE
             END-IF
           END-PERFORM
           IF alert-acknowledged THEN
             ADD 1 TO suppressed-alerts
             EXIT PARAGRAPH
           END-IF
           IF alert-count >= 100 THEN
             DISPLAY "day3xrc: alert-table capacity 100 exceeded, "
                 "alert dropped: " new-text
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO alert-count
           MOVE new-severity TO alr-severity(alert-count)
           MOVE new-code TO alr-code(alert-count)
           MOVE new-key TO alr-key(alert-count)
           MOVE new-text TO alr-text(alert-count)
           .

      *******************************************************************
      * write-interface-alerts - append the day's exceptions to
      * day3.alr, severity 1 first, leaving out any code and key
      * already on the feed for today from an earlier run.
      *******************************************************************
       write-interface-alerts.
           IF alert-count = 0 THEN
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT alert-file.
           IF alert-file-is-ok THEN
             PERFORM UNTIL alert-eof
               READ alert-file
               IF alert-eof THEN
                 EXIT PERFORM
               END-IF
               IF DAY3-ALR-RUN-DATE = day3xrc-today AND
                   raised-count < 200 THEN
                 ADD 1 TO raised-count
                 MOVE DAY3-ALR-CODE TO rsd-code(raised-count)
                 MOVE DAY3-ALR-KEY TO rsd-key(raised-count)
               END-IF
             END-PERFORM
             CLOSE alert-file
           END-IF
           OPEN EXTEND alert-file.
           IF alert-not-found THEN
             OPEN OUTPUT alert-file
           END-IF
           IF NOT alert-file-is-ok THEN
             DISPLAY "day3xrc: unable to open day3.alr, file status "
                 alert-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING severity-level FROM 1 BY 1
               UNTIL severity-level > 4
             PERFORM VARYING alert-idx FROM 1 BY 1
                 UNTIL alert-idx > alert-count
               IF alr-severity(alert-idx) = severity-level THEN
                 PERFORM write-one-alert
               END-IF
             END-PERFORM
           END-PERFORM
           CLOSE alert-file
           .

       write-one-alert.
           MOVE 'N' TO day3xrc-raised-sw
           PERFORM VARYING raised-idx FROM 1 BY 1
               UNTIL raised-idx > raised-count
             IF rsd-code(raised-idx) = alr-code(alert-idx) AND
                 rsd-key(raised-idx) = alr-key(alert-idx) THEN
               SET alert-already-raised TO TRUE
             END-IF
           END-PERFORM
           IF alert-already-raised THEN
             ADD 1 TO already-count
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DAY3-ALERT-RECORD
           MOVE alr-severity(alert-idx) TO DAY3-ALR-SEVERITY
           MOVE alr-code(alert-idx) TO DAY3-ALR-CODE
           MOVE alr-key(alert-idx) TO DAY3-ALR-KEY
           MOVE day3xrc-today TO DAY3-ALR-RUN-DATE
           MOVE alr-text(alert-idx) TO DAY3-ALR-TEXT
           WRITE DAY3-ALERT-RECORD
           ADD 1 TO written-count
           .

      *******************************************************************
      * write-reconciliation-report - day3xrc.rpt: every transmission
      * (or the one night's) with what was sent, when, under which
      * sequence number and on whose order, against what came back
      * and when; then acknowledgments for nothing sent, and the
      * figures. It is the proof of what engineering was sent.
      *******************************************************************
       write-reconciliation-report.
           OPEN OUTPUT print-file.
           IF NOT print-file-is-ok THEN
             DISPLAY "day3xrc: unable to open day3xrc.rpt, file "
                 "status " print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE day3xrc-today TO tl-date
           MOVE day3xrc-now-time TO tl-time
           MOVE title-line TO print-line
           WRITE print-line
           MOVE DAY3-XMT-ACK-HOURS TO pl-hours
           MOVE ack-hours-from TO pl-from
           MOVE parm-line TO print-line
           WRITE print-line
           IF NOT reconciling-whole-register THEN
             MOVE day3xrc-night TO nl-night
             MOVE night-line TO print-line
             WRITE print-line
           END-IF
           MOVE SPACES TO print-line
           WRITE print-line

           MOVE "TRANSMISSIONS ON DAY3.XMR" TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           MOVE xmit-head-line TO print-line
           WRITE print-line
           PERFORM VARYING xmit-idx FROM 1 BY 1
               UNTIL xmit-idx > xmit-count
             IF reconciling-whole-register OR
                 xt-night(xmit-idx) = day3xrc-night THEN
               PERFORM print-transmission-line
             END-IF
           END-PERFORM
           IF listed-count = 0 THEN
             MOVE "NO TRANSMISSIONS" TO print-line
             WRITE print-line
           END-IF

           IF reconciling-whole-register THEN
             MOVE SPACES TO print-line
             WRITE print-line
             MOVE "ACKNOWLEDGMENTS FOR NO TRANSMISSION SENT" TO
                 shl-title
             MOVE section-head-line TO print-line
             WRITE print-line
             PERFORM VARYING orphan-idx FROM 1 BY 1
                 UNTIL orphan-idx > orphan-count
               MOVE or-sequence(orphan-idx) TO odl-sequence
               MOVE or-night(orphan-idx) TO odl-night
               MOVE SPACES TO odl-received
               STRING or-date(orphan-idx) " " or-time(orphan-idx)
                   DELIMITED BY SIZE INTO odl-received
               MOVE or-status(orphan-idx) TO odl-status
               MOVE orphan-detail-line TO print-line
               WRITE print-line
             END-PERFORM
             IF orphan-count = 0 THEN
               MOVE "NONE" TO print-line
               WRITE print-line
             END-IF
           END-IF

           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "FIGURES" TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           MOVE "TRANSMISSIONS ON DAY3.XMR" TO fig-caption
           MOVE xmit-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "DAY3.XAK ROWS READ" TO fig-caption
           MOVE xak-rows-read TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "MATCHED" TO fig-caption
           MOVE matched-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "REPLACED BY A RESEND" TO fig-caption
           MOVE replaced-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "AWAITING ACKNOWLEDGMENT" TO fig-caption
           MOVE awaiting-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "EXCEPTIONS" TO fig-caption
           MOVE problem-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "ALERTS WRITTEN TO DAY3.ALR" TO fig-caption
           MOVE written-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "ALERTS ALREADY ON DAY3.ALR" TO fig-caption
           MOVE already-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "ALERTS SUPPRESSED BY ACK" TO fig-caption
           MOVE suppressed-alerts TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           CLOSE print-file
           .

       print-transmission-line.
           ADD 1 TO listed-count
           MOVE SPACES TO xmit-detail-line
           MOVE xt-sequence(xmit-idx) TO xdl-sequence
           MOVE xt-night(xmit-idx) TO xdl-night
           STRING xt-sent-date(xmit-idx) " " xt-sent-time(xmit-idx)
               DELIMITED BY SIZE INTO xdl-sent
           MOVE xt-count(xmit-idx) TO xdl-count
           MOVE xt-hash(xmit-idx) TO xdl-hash
           IF xt-kind(xmit-idx) = 'R' THEN
             STRING "RESEND " xt-replaces(xmit-idx) DELIMITED BY SIZE
                 INTO xdl-kind
           ELSE
             MOVE "NEW" TO xdl-kind
           END-IF
           IF xt-ack-count(xmit-idx) > 0 THEN
             MOVE xt-ack-status(xmit-idx) TO xdl-ack
             STRING xt-ack-date(xmit-idx) " " xt-ack-time(xmit-idx)
                 DELIMITED BY SIZE INTO xdl-received
           ELSE
             MOVE "NONE" TO xdl-ack
           END-IF
           MOVE xt-result(xmit-idx) TO xdl-result
           MOVE xmit-detail-line TO print-line
           WRITE print-line
           MOVE SPACES TO xmit-note-line
           IF xt-ack-count(xmit-idx) > 0 THEN
             STRING "SENT BY " xt-sent-by(xmit-idx)
                 "  RECEIVER COUNTED " xt-ack-rows(xmit-idx)
                 " ROW(S), HASH " xt-ack-hash(xmit-idx)
                 " FOR " xt-ack-night(xmit-idx)
                 "  ACKS " xt-ack-count(xmit-idx)
                 DELIMITED BY SIZE INTO xnl-text
           ELSE
             STRING "SENT BY " xt-sent-by(xmit-idx) DELIMITED BY SIZE
                 INTO xnl-text
           END-IF
           MOVE xmit-note-line TO print-line
           WRITE print-line
           IF xt-ack-reason(xmit-idx) NOT = SPACES THEN
             MOVE SPACES TO xmit-note-line
             STRING "REASON GIVEN: " xt-ack-reason(xmit-idx)
                 DELIMITED BY SIZE INTO xnl-text
             MOVE xmit-note-line TO print-line
             WRITE print-line
           END-IF
           .

      *******************************************************************
      * compute-date-serial - serial-date-in (YYYY-MM-DD) as days
      * since the epoch of year 1: 365 a day-count a year, the leap
      * days accumulated through the prior year, the month offset and
      * the day, plus one more when this year is itself a leap year
      * already past February. The divisions run stepwise through
      * DIVIDE so each quotient truncates on its own.
      *******************************************************************
       compute-date-serial.
           MOVE serial-date-in(1:4) TO ser-year
           MOVE serial-date-in(6:2) TO ser-month
           MOVE serial-date-in(9:2) TO ser-day
           COMPUTE ser-prior = ser-year - 1
           COMPUTE date-serial = ser-prior * 365
           DIVIDE ser-prior BY 4 GIVING ser-work
           ADD ser-work TO date-serial
           DIVIDE ser-prior BY 100 GIVING ser-work
           SUBTRACT ser-work FROM date-serial
           DIVIDE ser-prior BY 400 GIVING ser-work
           ADD ser-work TO date-serial
           ADD month-offset(ser-month) TO date-serial
           ADD ser-day TO date-serial
           IF ser-month > 2 THEN
             PERFORM check-leap-year
             IF ser-leap-year THEN
               ADD 1 TO date-serial
             END-IF
           END-IF
           .

       check-leap-year.
           MOVE 'N' TO ser-leap-sw
           DIVIDE ser-year BY 4 GIVING ser-work REMAINDER ser-rem
           IF ser-rem = ZERO THEN
             SET ser-leap-year TO TRUE
             DIVIDE ser-year BY 100 GIVING ser-work REMAINDER ser-rem
             IF ser-rem = ZERO THEN
               MOVE 'N' TO ser-leap-sw
               DIVIDE ser-year BY 400 GIVING ser-work
                   REMAINDER ser-rem
               IF ser-rem = ZERO THEN
                 SET ser-leap-year TO TRUE
               END-IF
             END-IF
           END-IF
           .

      *******************************************************************
      * write-run-audit-record - append this run's row to the common
      * day3.log at end of job: what ran, when it started and ended,
      * how many acknowledgments it read, how many exceptions it
      * found and the final return code. The log is opened EXTEND so
      * the history accumulates; the very first run finds no file
      * and creates it instead.
      *******************************************************************
       write-run-audit-record.
           OPEN EXTEND run-log-file.
           IF run-log-not-found THEN
             OPEN OUTPUT run-log-file
           END-IF
           IF NOT run-log-file-is-ok THEN
             DISPLAY "day3xrc: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3xrc-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3xrc-log-end-raw FROM TIME
           MOVE day3xrc-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3xrc-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3xrc-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3xrc-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3xrc-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3xrc-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3xrc-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3xrc-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3xrc-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3XRC" TO DAY3-LOG-PROGRAM
           MOVE "day3.xak" TO DAY3-LOG-INPUT-FILE
           MOVE xak-rows-read TO DAY3-LOG-READ-COUNT
           MOVE problem-count TO DAY3-LOG-REJECT-COUNT
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
             DISPLAY "day3xrc: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3xrc: run-control lock held by "
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
               DISPLAY "day3xrc: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3xrc: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3xrc: run-control lock held by "
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
           MOVE "DAY3XRC" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3xrc: unable to open day3.lck, file status "
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
             DISPLAY "day3xrc: unable to open day3.lck, file status "
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
               DISPLAY "day3xrc: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
