       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3mnt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT txn-file ASSIGN TO "day3mnt.txn"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS txn-file-status.
         SELECT site-master-file ASSIGN TO "day3.sit"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS site-master-file-status.
         SELECT unit-master-file ASSIGN TO "day3.unt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS unit-master-file-status.
         SELECT ack-file ASSIGN TO "day3.ack"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ack-file-status.
         SELECT suspense-master-file ASSIGN TO "day3.susm"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS suspense-master-file-status.
         SELECT suspense-closed-file ASSIGN TO "day3.susc"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS suspense-closed-file-status.
         SELECT print-file ASSIGN TO "day3mnt.rpt"
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
      * one maintenance transaction per line: which file, the action,
      * the operator keying it, then the row image. For SITE, UNIT
      * and ACK the image is the row exactly as it lies on the master
      * (day3sit.cpy, day3unt.cpy, day3ack.cpy columns), key first;
      * an 'A' adds it, a 'C' replaces the row with the same key and
      * a 'D' removes it (only the key need be filled in). ACK rows
      * take their BY and ON from the transaction and the run. SUSP
      * takes only 'W', writing an item off day3.susm to the day3.susc
      * closed history, and its image is the write-off below.
         FD  txn-file.
         01  mnt-txn-record.
             05 mtx-file      PIC X(4).
                88 mtx-site-file VALUE "SITE".
                88 mtx-unit-file VALUE "UNIT".
                88 mtx-ack-file  VALUE "ACK ".
                88 mtx-susp-file VALUE "SUSP".
             05 FILLER        PIC X(1).
             05 mtx-action    PIC X(1).
                88 mtx-add       VALUE 'A'.
                88 mtx-change    VALUE 'C'.
                88 mtx-delete    VALUE 'D'.
                88 mtx-write-off VALUE 'W'.
             05 FILLER        PIC X(1).
             05 mtx-by        PIC X(8).
             05 FILLER        PIC X(1).
             05 mtx-image     PIC X(119).
      * the write-off: the item's origin key as day3.susm carries it,
      * the day3suc.cpy reason code, who authorized it and a note.
             05 mtx-write-off-image REDEFINES mtx-image.
                10 mtw-run-date    PIC X(10).
                10 FILLER          PIC X(1).
                10 mtw-site        PIC X(8).
                10 FILLER          PIC X(1).
                10 mtw-seq         PIC X(6).
                10 FILLER          PIC X(1).
                10 mtw-close-code  PIC X(4).
                10 FILLER          PIC X(1).
                10 mtw-authorizer  PIC X(8).
                10 FILLER          PIC X(1).
                10 mtw-note        PIC X(40).
                10 FILLER          PIC X(38).

      * the four files are read whole into storage and written back
      * whole, so their records are carried here as plain lines and
      * picked apart through the copybook layouts in WORKING-STORAGE.
         FD  site-master-file.
         01  site-master-line PIC X(119).

         FD  unit-master-file.
         01  unit-master-line PIC X(49).

         FD  ack-file.
         01  ack-line PIC X(80).

         FD  suspense-master-file.
         01  suspense-master-line PIC X(111).

         FD  suspense-closed-file.
         01  suspense-closed-line PIC X(186).

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
         COPY day3sit.
         COPY day3unt.
         COPY day3ack.
         COPY day3sus.
         COPY day3suc.

         01  txn-file-status PIC 99.
             88 txn-file-is-ok VALUE 0.
             88 txn-eof        VALUE 10.
             88 txn-not-found  VALUE 35.
         01  site-master-file-status PIC 99.
             88 site-master-file-is-ok VALUE 0.
             88 site-master-eof        VALUE 10.
             88 site-master-not-found  VALUE 35.
         01  unit-master-file-status PIC 99.
             88 unit-master-file-is-ok VALUE 0.
             88 unit-master-eof        VALUE 10.
             88 unit-master-not-found  VALUE 35.
         01  ack-file-status PIC 99.
             88 ack-file-is-ok VALUE 0.
             88 ack-eof        VALUE 10.
             88 ack-not-found  VALUE 35.
         01  suspense-master-file-status PIC 99.
             88 suspense-master-file-is-ok VALUE 0.
             88 suspense-master-eof        VALUE 10.
             88 suspense-master-not-found  VALUE 35.
         01  suspense-closed-file-status PIC 99.
             88 suspense-closed-file-is-ok VALUE 0.
             88 suspense-closed-not-found  VALUE 35.
         01  print-file-status PIC 99.
             88 print-file-is-ok VALUE 0.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

         01  day3mnt-run-date-raw   PIC 9(8).
         01  day3mnt-run-time-raw   PIC 9(8).
         01  day3mnt-start-time-raw PIC 9(8).
         01  day3mnt-log-date-raw   PIC 9(8).
         01  day3mnt-log-end-raw    PIC 9(8).
         01  day3mnt-run-date       PIC X(10).
         01  day3mnt-run-time       PIC X(8).

      * the masters held in storage. Each capacity matches the table
      * the reading program loads the file into (day3val 30 sites,
      * day3cvt 50 units, day3alr 100 acks, day3fix 500 suspense
      * items), so a row this program adds is never one the nightly
      * run would drop.
         01  site-table.
            03 site-entry OCCURS 30 TIMES.
               05 st-site  PIC X(8).
               05 st-image PIC X(119).
         01  site-count PIC 9(3) VALUE 0.
         01  unit-table.
            03 unit-entry OCCURS 50 TIMES.
               05 ut-unit  PIC X(8).
               05 ut-image PIC X(49).
         01  unit-count PIC 9(3) VALUE 0.
         01  ack-table.
            03 ack-entry OCCURS 100 TIMES.
               05 at-code  PIC X(8).
               05 at-key   PIC X(10).
               05 at-image PIC X(80).
         01  ack-count PIC 9(3) VALUE 0.
         01  susm-table.
            03 susm-entry OCCURS 500 TIMES.
               05 sm-run-date PIC X(10).
               05 sm-site     PIC X(8).
               05 sm-seq      PIC X(6).
               05 sm-image    PIC X(111).
         01  susm-count PIC 9(3) VALUE 0.
      * today's write-offs, appended to day3.susc when the master is
      * rewritten.
         01  closed-table.
            03 closed-image PIC X(186) OCCURS 500 TIMES.
         01  closed-count PIC 9(3) VALUE 0.

         01  tbl-idx   PIC 9(3).
         01  tbl-slot  PIC 9(3).
         01  move-idx  PIC 9(3).

         01  day3mnt-change-sw.
             05 site-changed-sw PIC X(1) VALUE 'N'.
                88 site-master-changed VALUE 'Y'.
             05 unit-changed-sw PIC X(1) VALUE 'N'.
                88 unit-master-changed VALUE 'Y'.
             05 ack-changed-sw  PIC X(1) VALUE 'N'.
                88 ack-file-changed    VALUE 'Y'.
             05 susm-changed-sw PIC X(1) VALUE 'N'.
                88 suspense-master-changed VALUE 'Y'.

      * the alert codes day3alr, day3bwm and day3xrc raise; an
      * acknowledgment for any other code could never match and
      * would sit on day3.ack suppressing nothing.
         01  alert-code-values.
             05 FILLER PIC X(56) VALUE
             "RUNLOG  RUNFAIL RUNWARN BALANCE COLDRIFTSITEFEEDSUSPENSE".
             05 FILLER PIC X(24) VALUE
             "BWNORM  BWLIMIT BWLATE  ".
             05 FILLER PIC X(56) VALUE
             "XMTSEQ  XMTACK  XMTDUP  XMTREJ  XMTCOUNTXMTGAP  XMTOVER ".
         01  alert-code-table REDEFINES alert-code-values.
             05 alert-code PIC X(8) OCCURS 17 TIMES.
         01  alert-code-count PIC 9(2) VALUE 17.
         01  code-idx PIC 9(2).

         01  txn-count      PIC 9(6) VALUE 0.
         01  applied-count  PIC 9(6) VALUE 0.
         01  rejected-count PIC 9(6) VALUE 0.

         01  day3mnt-txn-sw PIC X(1).
             88 day3mnt-txn-clean    VALUE 'Y'.
             88 day3mnt-txn-rejected VALUE 'N'.
         01  txn-result   PIC X(60).
         01  before-image PIC X(119).
         01  after-image  PIC X(119).

         01  title-line.
             05 FILLER PIC X(44) VALUE
                 "DAY3 MASTER FILE MAINTENANCE".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 tl-date PIC X(10).
             05 FILLER  PIC X(2) VALUE SPACES.
             05 tl-time PIC X(8).
         01  txn-head-line.
             05 FILLER PIC X(8)  VALUE "TXN".
             05 FILLER PIC X(6)  VALUE "FILE".
             05 FILLER PIC X(5)  VALUE "ACT".
             05 FILLER PIC X(12) VALUE "OPERATOR".
             05 FILLER PIC X(60) VALUE "RESULT".
         01  txn-detail-line.
             05 tdl-seq    PIC 9(6).
             05 FILLER     PIC X(2) VALUE SPACES.
             05 tdl-file   PIC X(4).
             05 FILLER     PIC X(2) VALUE SPACES.
             05 tdl-action PIC X(1).
             05 FILLER     PIC X(4) VALUE SPACES.
             05 tdl-by     PIC X(8).
             05 FILLER     PIC X(4) VALUE SPACES.
             05 tdl-result PIC X(60).
         01  image-line.
             05 FILLER     PIC X(4) VALUE SPACES.
             05 il-label   PIC X(7).
             05 il-image   PIC X(119).
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
           ACCEPT day3mnt-start-time-raw FROM TIME
           ACCEPT day3mnt-run-date-raw FROM DATE YYYYMMDD
           ACCEPT day3mnt-run-time-raw FROM TIME
           MOVE day3mnt-run-date-raw(1:4) TO day3mnt-run-date(1:4)
           MOVE "-" TO day3mnt-run-date(5:1)
           MOVE day3mnt-run-date-raw(5:2) TO day3mnt-run-date(6:2)
           MOVE "-" TO day3mnt-run-date(8:1)
           MOVE day3mnt-run-date-raw(7:2) TO day3mnt-run-date(9:2)
           MOVE day3mnt-run-time-raw(1:2) TO day3mnt-run-time(1:2)
           MOVE ":" TO day3mnt-run-time(3:1)
           MOVE day3mnt-run-time-raw(3:2) TO day3mnt-run-time(4:2)
           MOVE ":" TO day3mnt-run-time(6:1)
           MOVE day3mnt-run-time-raw(5:2) TO day3mnt-run-time(7:2)
      * nothing is read or changed until the run-control lock is
      * held (or the driver's, for a step day3run started).
           PERFORM acquire-run-lock
           OPEN INPUT txn-file.
           IF txn-not-found THEN
             DISPLAY "day3mnt: no day3mnt.txn, nothing to maintain"
             MOVE 4 TO RETURN-CODE
             PERFORM write-run-audit-record
             STOP RUN
           END-IF
           IF NOT txn-file-is-ok THEN
             DISPLAY "day3mnt: unable to open day3mnt.txn, file status "
                 txn-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM load-site-master
           PERFORM load-unit-master
           PERFORM load-ack-file
           PERFORM load-suspense-master

           OPEN OUTPUT print-file.
           IF NOT print-file-is-ok THEN
             DISPLAY "day3mnt: unable to open day3mnt.rpt, file status "
                 print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE day3mnt-run-date TO tl-date
           MOVE day3mnt-run-time TO tl-time
           MOVE title-line TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE txn-head-line TO print-line
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
             MOVE "NO TRANSACTIONS ON DAY3MNT.TXN" TO print-line
             WRITE print-line
           END-IF

           IF site-master-changed THEN
             PERFORM rewrite-site-master
           END-IF
           IF unit-master-changed THEN
             PERFORM rewrite-unit-master
           END-IF
           IF ack-file-changed THEN
             PERFORM rewrite-ack-file
           END-IF
           IF suspense-master-changed THEN
             PERFORM rewrite-suspense-master
           END-IF

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
           DISPLAY "day3mnt: " txn-count " transaction(s), "
               applied-count " applied, " rejected-count
               " rejected, see day3mnt.rpt"
           IF rejected-count > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM write-run-audit-record
       STOP RUN.

      *******************************************************************
      * load-site-master - day3.sit into the site table. No file yet
      * is an empty master; the first site added creates it. A master
      * bigger than the table is refused outright rather than written
      * back short.
      *******************************************************************
       load-site-master.
           OPEN INPUT site-master-file.
           IF site-master-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT site-master-file-is-ok THEN
             DISPLAY "day3mnt: unable to open day3.sit, file status "
                 site-master-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL site-master-eof
             READ site-master-file
             IF site-master-eof THEN
               EXIT PERFORM
             END-IF
             IF site-count >= 30 THEN
               DISPLAY "day3mnt: site-table capacity 30 exceeded, "
                   "day3.sit not maintained"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO site-count
             MOVE site-master-line TO st-image(site-count)
             MOVE site-master-line(1:8) TO st-site(site-count)
           END-PERFORM
           CLOSE site-master-file
           .

       load-unit-master.
           OPEN INPUT unit-master-file.
           IF unit-master-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT unit-master-file-is-ok THEN
             DISPLAY "day3mnt: unable to open day3.unt, file status "
                 unit-master-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL unit-master-eof
             READ unit-master-file
             IF unit-master-eof THEN
               EXIT PERFORM
             END-IF
             IF unit-count >= 50 THEN
               DISPLAY "day3mnt: unit-table capacity 50 exceeded, "
                   "day3.unt not maintained"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO unit-count
             MOVE unit-master-line TO ut-image(unit-count)
             MOVE unit-master-line(1:8) TO ut-unit(unit-count)
           END-PERFORM
           CLOSE unit-master-file
           .

       load-ack-file.
           OPEN INPUT ack-file.
           IF ack-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT ack-file-is-ok THEN
             DISPLAY "day3mnt: unable to open day3.ack, file status "
                 ack-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL ack-eof
             READ ack-file
             IF ack-eof THEN
               EXIT PERFORM
             END-IF
             IF ack-count >= 100 THEN
               DISPLAY "day3mnt: ack-table capacity 100 exceeded, "
                   "day3.ack not maintained"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO ack-count
             MOVE ack-line TO at-image(ack-count)
             MOVE ack-line TO DAY3-ACK-RECORD
             MOVE DAY3-ACK-CODE TO at-code(ack-count)
             MOVE DAY3-ACK-KEY TO at-key(ack-count)
           END-PERFORM
           CLOSE ack-file
           .

       load-suspense-master.
           OPEN INPUT suspense-master-file.
           IF suspense-master-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT suspense-master-file-is-ok THEN
             DISPLAY "day3mnt: unable to open day3.susm, file status "
                 suspense-master-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL suspense-master-eof
             READ suspense-master-file
             IF suspense-master-eof THEN
               EXIT PERFORM
             END-IF
             IF susm-count >= 500 THEN
               DISPLAY "day3mnt: susm-table capacity 500 exceeded, "
                   "day3.susm not maintained"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO susm-count
             MOVE suspense-master-line TO sm-image(susm-count)
             MOVE suspense-master-line TO DAY3-SUSM-RECORD
             MOVE DAY3-SUSM-RUN-DATE TO sm-run-date(susm-count)
             MOVE DAY3-SUSM-SITE TO sm-site(susm-count)
             MOVE DAY3-SUSM-REJ-SEQUENCE TO sm-seq(susm-count)
           END-PERFORM
           CLOSE suspense-master-file
           .

      *******************************************************************
      * process-one-transaction - edit the transaction against the
      * masters as they stand after the ones before it, apply it only
      * if every edit passes, and list it either way: the result, and
      * the row before and after the change.
      *******************************************************************
       process-one-transaction.
           SET day3mnt-txn-clean TO TRUE
           MOVE SPACES TO txn-result before-image after-image
           EVALUATE TRUE
             WHEN mtx-by = SPACES
               MOVE "REJECTED - NO OPERATOR GIVEN" TO txn-result
               SET day3mnt-txn-rejected TO TRUE
             WHEN mtx-site-file
               PERFORM maintain-site
             WHEN mtx-unit-file
               PERFORM maintain-unit
             WHEN mtx-ack-file
               PERFORM maintain-ack
             WHEN mtx-susp-file
               PERFORM maintain-suspense
             WHEN OTHER
               MOVE "REJECTED - FILE NOT SITE, UNIT, ACK OR SUSP" TO
                   txn-result
               SET day3mnt-txn-rejected TO TRUE
           END-EVALUATE
           IF day3mnt-txn-clean THEN
             ADD 1 TO applied-count
             MOVE "APPLIED" TO txn-result
           ELSE
             ADD 1 TO rejected-count
           END-IF
           PERFORM write-transaction-lines
           .

      *******************************************************************
      * maintain-site - add, change or delete one day3.sit row.
      *******************************************************************
       maintain-site.
           MOVE mtx-image TO DAY3-SITE-RECORD
           IF DAY3-SIT-SITE = SPACES THEN
             MOVE "REJECTED - SITE IDENTIFIER MISSING" TO txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO tbl-slot
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > site-count
             IF st-site(tbl-idx) = DAY3-SIT-SITE THEN
               MOVE tbl-idx TO tbl-slot
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN mtx-add
               IF tbl-slot > 0 THEN
                 MOVE "REJECTED - DUPLICATE SITE, ALREADY ON DAY3.SIT"
                     TO txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               PERFORM edit-site-row
               IF day3mnt-txn-rejected THEN
                 EXIT PARAGRAPH
               END-IF
               IF site-count >= 30 THEN
                 MOVE "REJECTED - SITE MASTER FULL AT 30 SITES" TO
                     txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               ADD 1 TO site-count
               MOVE DAY3-SIT-SITE TO st-site(site-count)
               MOVE DAY3-SITE-RECORD TO st-image(site-count)
               MOVE DAY3-SITE-RECORD TO after-image
             WHEN mtx-change
               IF tbl-slot = 0 THEN
                 MOVE "REJECTED - SITE NOT ON DAY3.SIT" TO txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               PERFORM edit-site-row
               IF day3mnt-txn-rejected THEN
                 EXIT PARAGRAPH
               END-IF
               MOVE st-image(tbl-slot) TO before-image
               MOVE DAY3-SITE-RECORD TO st-image(tbl-slot)
               MOVE DAY3-SITE-RECORD TO after-image
             WHEN mtx-delete
               IF tbl-slot = 0 THEN
                 MOVE "REJECTED - SITE NOT ON DAY3.SIT" TO txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               MOVE st-image(tbl-slot) TO before-image
               PERFORM VARYING move-idx FROM tbl-slot BY 1
                   UNTIL move-idx >= site-count
                 MOVE site-entry(move-idx + 1) TO site-entry(move-idx)
               END-PERFORM
               SUBTRACT 1 FROM site-count
             WHEN OTHER
               MOVE "REJECTED - ACTION NOT A, C OR D" TO txn-result
               SET day3mnt-txn-rejected TO TRUE
               EXIT PARAGRAPH
           END-EVALUATE
           SET site-master-changed TO TRUE
           .

      *******************************************************************
      * edit-site-row - the row an add or change would leave on
      * day3.sit. The separator columns must be blank: a field keyed
      * one column off shows up there before it can land in the
      * wrong field. The filename pattern may belong to one site only,
      * since day3val takes the first pattern that matches.
      *******************************************************************
       edit-site-row.
           EVALUATE TRUE
             WHEN mtx-image(9:1) NOT = SPACE OR
                 mtx-image(74:1) NOT = SPACE OR
                 mtx-image(76:1) NOT = SPACE OR
                 mtx-image(93:1) NOT = SPACE OR
                 mtx-image(95:1) NOT = SPACE
               MOVE "REJECTED - FIELD OUT OF COLUMN, SEE DAY3SIT.CPY"
                   TO txn-result
             WHEN DAY3-SIT-PATTERN = SPACES
               MOVE "REJECTED - FILENAME PATTERN MISSING" TO txn-result
             WHEN NOT DAY3-SIT-WORD-FEED AND
                 NOT DAY3-SIT-TELEMETRY-FEED
               MOVE "REJECTED - BAD FORMAT CODE, NOT W OR T" TO
                   txn-result
             WHEN DAY3-SIT-EXPECT-MIN IS NOT NUMERIC OR
                 DAY3-SIT-EXPECT-MAX IS NOT NUMERIC
               MOVE "REJECTED - EXPECTED MIN/MAX NOT 8 DIGITS" TO
                   txn-result
             WHEN DAY3-SIT-EXPECT-MIN > DAY3-SIT-EXPECT-MAX
               MOVE "REJECTED - EXPECTED MINIMUM ABOVE MAXIMUM" TO
                   txn-result
             WHEN NOT DAY3-SIT-ACTIVE AND NOT DAY3-SIT-HELD
               MOVE "REJECTED - BAD STATUS, NOT A OR H" TO txn-result
           END-EVALUATE
           IF txn-result NOT = SPACES THEN
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > site-count
             IF st-site(tbl-idx) NOT = DAY3-SIT-SITE AND
                 st-image(tbl-idx)(10:64) = DAY3-SIT-PATTERN THEN
               STRING "REJECTED - PATTERN ALREADY USED BY SITE "
                   st-site(tbl-idx) DELIMITED BY SIZE INTO txn-result
               SET day3mnt-txn-rejected TO TRUE
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * maintain-unit - add, change or delete one day3.unt row.
      *******************************************************************
       maintain-unit.
           MOVE mtx-image TO DAY3-UNIT-RECORD
           IF DAY3-UNT-UNIT = SPACES THEN
             MOVE "REJECTED - UNIT IDENTIFIER MISSING" TO txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO tbl-slot
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > unit-count
             IF ut-unit(tbl-idx) = DAY3-UNT-UNIT THEN
               MOVE tbl-idx TO tbl-slot
             END-IF
           END-PERFORM
           IF (mtx-add OR mtx-change) AND
               (mtx-image(9:1) NOT = SPACE OR
               mtx-image(50:70) NOT = SPACES) THEN
             MOVE "REJECTED - FIELD OUT OF COLUMN, SEE DAY3UNT.CPY" TO
                 txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF (mtx-add OR mtx-change) AND
               DAY3-UNT-DESCRIPTION = SPACES THEN
             MOVE "REJECTED - UNIT DESCRIPTION MISSING" TO txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN mtx-add
               IF tbl-slot > 0 THEN
                 MOVE "REJECTED - DUPLICATE UNIT, ALREADY ON DAY3.UNT"
                     TO txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               IF unit-count >= 50 THEN
                 MOVE "REJECTED - UNIT MASTER FULL AT 50 UNITS" TO
                     txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               ADD 1 TO unit-count
               MOVE DAY3-UNT-UNIT TO ut-unit(unit-count)
               MOVE DAY3-UNIT-RECORD TO ut-image(unit-count)
               MOVE DAY3-UNIT-RECORD TO after-image
             WHEN mtx-change
               IF tbl-slot = 0 THEN
                 MOVE "REJECTED - UNIT NOT ON DAY3.UNT" TO txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               MOVE ut-image(tbl-slot) TO before-image
               MOVE DAY3-UNIT-RECORD TO ut-image(tbl-slot)
               MOVE DAY3-UNIT-RECORD TO after-image
             WHEN mtx-delete
               IF tbl-slot = 0 THEN
                 MOVE "REJECTED - UNIT NOT ON DAY3.UNT" TO txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               MOVE ut-image(tbl-slot) TO before-image
               PERFORM VARYING move-idx FROM tbl-slot BY 1
                   UNTIL move-idx >= unit-count
                 MOVE unit-entry(move-idx + 1) TO unit-entry(move-idx)
               END-PERFORM
               SUBTRACT 1 FROM unit-count
             WHEN OTHER
               MOVE "REJECTED - ACTION NOT A, C OR D" TO txn-result
               SET day3mnt-txn-rejected TO TRUE
               EXIT PARAGRAPH
           END-EVALUATE
           SET unit-master-changed TO TRUE
           .

      *******************************************************************
      * maintain-ack - add, change or delete one day3.ack row, keyed
      * by code and key together. A change replaces the reason; the
      * row's BY and ON always record the operator and the run that
      * last touched it.
      *******************************************************************
       maintain-ack.
           MOVE mtx-image TO DAY3-ACK-RECORD
           IF mtx-image(9:1) NOT = SPACE OR
               mtx-image(20:1) NOT = SPACE THEN
             MOVE "REJECTED - FIELD OUT OF COLUMN, SEE DAY3ACK.CPY" TO
                 txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF DAY3-ACK-KEY = SPACES THEN
             MOVE "REJECTED - ACK KEY MISSING, '*' FOR EVERY KEY" TO
                 txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO tbl-slot
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > ack-count
             IF at-code(tbl-idx) = DAY3-ACK-CODE AND
                 at-key(tbl-idx) = DAY3-ACK-KEY THEN
               MOVE tbl-idx TO tbl-slot
             END-IF
           END-PERFORM
           IF mtx-add OR mtx-change THEN
             PERFORM VARYING code-idx FROM 1 BY 1
                 UNTIL code-idx > alert-code-count
               IF alert-code(code-idx) = DAY3-ACK-CODE THEN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF code-idx > alert-code-count THEN
               MOVE "REJECTED - NOT AN ALERT CODE DAY3ALR RAISES" TO
                   txn-result
               SET day3mnt-txn-rejected TO TRUE
               EXIT PARAGRAPH
             END-IF
             IF DAY3-ACK-REASON = SPACES THEN
               MOVE "REJECTED - NO REASON FOR THE ACKNOWLEDGMENT" TO
                   txn-result
               SET day3mnt-txn-rejected TO TRUE
               EXIT PARAGRAPH
             END-IF
             MOVE mtx-by TO DAY3-ACK-BY
             MOVE day3mnt-run-date TO DAY3-ACK-ON
           END-IF
           EVALUATE TRUE
             WHEN mtx-add
               IF tbl-slot > 0 THEN
                 MOVE "REJECTED - DUPLICATE ACK, ALREADY ON DAY3.ACK"
                     TO txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               IF ack-count >= 100 THEN
                 MOVE "REJECTED - ACK FILE FULL AT 100 ROWS" TO
                     txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               ADD 1 TO ack-count
               MOVE DAY3-ACK-CODE TO at-code(ack-count)
               MOVE DAY3-ACK-KEY TO at-key(ack-count)
               MOVE DAY3-ACK-RECORD TO at-image(ack-count)
               MOVE DAY3-ACK-RECORD TO after-image
             WHEN mtx-change
               IF tbl-slot = 0 THEN
                 MOVE "REJECTED - ACK NOT ON DAY3.ACK" TO txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               MOVE at-image(tbl-slot) TO before-image
               MOVE DAY3-ACK-RECORD TO at-image(tbl-slot)
               MOVE DAY3-ACK-RECORD TO after-image
             WHEN mtx-delete
               IF tbl-slot = 0 THEN
                 MOVE "REJECTED - ACK NOT ON DAY3.ACK" TO txn-result
                 SET day3mnt-txn-rejected TO TRUE
                 EXIT PARAGRAPH
               END-IF
               MOVE at-image(tbl-slot) TO before-image
               PERFORM VARYING move-idx FROM tbl-slot BY 1
                   UNTIL move-idx >= ack-count
                 MOVE ack-entry(move-idx + 1) TO ack-entry(move-idx)
               END-PERFORM
               SUBTRACT 1 FROM ack-count
             WHEN OTHER
               MOVE "REJECTED - ACTION NOT A, C OR D" TO txn-result
               SET day3mnt-txn-rejected TO TRUE
               EXIT PARAGRAPH
           END-EVALUATE
           SET ack-file-changed TO TRUE
           .

      *******************************************************************
      * maintain-suspense - write one item off day3.susm. It needs a
      * recognised reason code and an authorizer other than the
      * operator keying it; the item leaves the master for the
      * day3.susc closed history rather than being deleted.
      *******************************************************************
       maintain-suspense.
           IF NOT mtx-write-off THEN
             MOVE "REJECTED - SUSPENSE ITEMS TAKE ONLY W (WRITE-OFF)"
                 TO txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO tbl-slot
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > susm-count
             IF sm-run-date(tbl-idx) = mtw-run-date AND
                 sm-site(tbl-idx) = mtw-site AND
                 sm-seq(tbl-idx) = mtw-seq THEN
               MOVE tbl-idx TO tbl-slot
             END-IF
           END-PERFORM
           IF tbl-slot = 0 THEN
             MOVE "REJECTED - ITEM NOT ON DAY3.SUSM" TO txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE mtw-close-code TO DAY3-SUSC-CLOSE-CODE
           IF NOT DAY3-SUSC-UNRECOVERABLE AND
               NOT DAY3-SUSC-DUPLICATE AND
               NOT DAY3-SUSC-HAND-REPAIRED AND
               NOT DAY3-SUSC-TEST-DATA AND
               NOT DAY3-SUSC-SITE-WITHDRAWN THEN
             MOVE "REJECTED - BAD WRITE-OFF REASON CODE" TO txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF mtw-authorizer = SPACES THEN
             MOVE "REJECTED - NO AUTHORIZER GIVEN" TO txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF mtw-authorizer = mtx-by THEN
             MOVE "REJECTED - AUTHORIZER CANNOT BE THE OPERATOR" TO
                 txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           IF closed-count >= 500 THEN
             MOVE "REJECTED - 500 WRITE-OFFS ALREADY IN THIS RUN" TO
                 txn-result
             SET day3mnt-txn-rejected TO TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE sm-image(tbl-slot) TO before-image
           MOVE sm-image(tbl-slot) TO DAY3-SUSM-RECORD
           MOVE SPACES TO DAY3-SUSC-RECORD
           MOVE DAY3-SUSM-RUN-DATE TO DAY3-SUSC-RUN-DATE
           MOVE DAY3-SUSM-SITE TO DAY3-SUSC-SITE
           MOVE DAY3-SUSM-REJ-SEQUENCE TO DAY3-SUSC-REJ-SEQUENCE
           MOVE DAY3-SUSM-RAW-RECORD TO DAY3-SUSC-RAW-RECORD
           MOVE DAY3-SUSM-REASON TO DAY3-SUSC-REASON
           MOVE DAY3-SUSM-FIRST-SEEN TO DAY3-SUSC-FIRST-SEEN
           MOVE day3mnt-run-date TO DAY3-SUSC-CLOSED-ON
           MOVE mtw-close-code TO DAY3-SUSC-CLOSE-CODE
           MOVE mtw-authorizer TO DAY3-SUSC-AUTHORIZER
           MOVE mtx-by TO DAY3-SUSC-CLOSED-BY
           MOVE mtw-note TO DAY3-SUSC-NOTE
           ADD 1 TO closed-count
           MOVE DAY3-SUSC-RECORD TO closed-image(closed-count)
           STRING "WRITTEN OFF TO DAY3.SUSC " DAY3-SUSC-CLOSED-ON
               " CODE " DAY3-SUSC-CLOSE-CODE " AUTHORIZED BY "
               DAY3-SUSC-AUTHORIZER DELIMITED BY SIZE
               INTO after-image
           PERFORM VARYING move-idx FROM tbl-slot BY 1
               UNTIL move-idx >= susm-count
             MOVE susm-entry(move-idx + 1) TO susm-entry(move-idx)
           END-PERFORM
           SUBTRACT 1 FROM susm-count
           SET suspense-master-changed TO TRUE
           .

      *******************************************************************
      * write-transaction-lines - the transaction and its result,
      * then for an applied one the row as it was and as it now is
      * (an add has no before, a delete no after), or for a rejected
      * one the image as keyed so the fault can be seen.
      *******************************************************************
       write-transaction-lines.
           MOVE SPACES TO txn-detail-line
           MOVE txn-count TO tdl-seq
           MOVE mtx-file TO tdl-file
           MOVE mtx-action TO tdl-action
           MOVE mtx-by TO tdl-by
           MOVE txn-result TO tdl-result
           MOVE txn-detail-line TO print-line
           WRITE print-line
           IF day3mnt-txn-rejected THEN
             MOVE "KEYED" TO il-label
             MOVE mtx-image TO il-image
             MOVE image-line TO print-line
             WRITE print-line
             EXIT PARAGRAPH
           END-IF
           IF before-image NOT = SPACES THEN
             MOVE "BEFORE" TO il-label
             MOVE before-image TO il-image
             MOVE image-line TO print-line
             WRITE print-line
           END-IF
           IF after-image NOT = SPACES THEN
             MOVE "AFTER" TO il-label
             MOVE after-image TO il-image
             MOVE image-line TO print-line
             WRITE print-line
           END-IF
           .

       rewrite-site-master.
           OPEN OUTPUT site-master-file.
           IF NOT site-master-file-is-ok THEN
             DISPLAY "day3mnt: unable to rewrite day3.sit, file "
                 "status " site-master-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > site-count
             MOVE st-image(tbl-idx) TO site-master-line
             WRITE site-master-line
           END-PERFORM
           CLOSE site-master-file
           .

       rewrite-unit-master.
           OPEN OUTPUT unit-master-file.
           IF NOT unit-master-file-is-ok THEN
             DISPLAY "day3mnt: unable to rewrite day3.unt, file "
                 "status " unit-master-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > unit-count
             MOVE ut-image(tbl-idx) TO unit-master-line
             WRITE unit-master-line
           END-PERFORM
           CLOSE unit-master-file
           .

       rewrite-ack-file.
           OPEN OUTPUT ack-file.
           IF NOT ack-file-is-ok THEN
             DISPLAY "day3mnt: unable to rewrite day3.ack, file "
                 "status " ack-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > ack-count
             MOVE at-image(tbl-idx) TO ack-line
             WRITE ack-line
           END-PERFORM
           CLOSE ack-file
           .

      *******************************************************************
      * rewrite-suspense-master - the closed history is appended
      * first, so a failure between the two leaves an item on both
      * files (a write-off that can be seen and retried) rather than
      * on neither.
      *******************************************************************
       rewrite-suspense-master.
           OPEN EXTEND suspense-closed-file.
           IF suspense-closed-not-found THEN
             OPEN OUTPUT suspense-closed-file
           END-IF
           IF NOT suspense-closed-file-is-ok THEN
             DISPLAY "day3mnt: unable to open day3.susc, file status "
                 suspense-closed-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > closed-count
             MOVE closed-image(tbl-idx) TO suspense-closed-line
             WRITE suspense-closed-line
           END-PERFORM
           CLOSE suspense-closed-file
           OPEN OUTPUT suspense-master-file.
           IF NOT suspense-master-file-is-ok THEN
             DISPLAY "day3mnt: unable to rewrite day3.susm, file "
                 "status " suspense-master-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING tbl-idx FROM 1 BY 1
               UNTIL tbl-idx > susm-count
             MOVE sm-image(tbl-idx) TO suspense-master-line
             WRITE suspense-master-line
           END-PERFORM
           CLOSE suspense-master-file
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
             DISPLAY "day3mnt: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3mnt-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3mnt-log-end-raw FROM TIME
           MOVE day3mnt-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3mnt-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3mnt-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3mnt-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3mnt-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3mnt-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3mnt-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3mnt-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3mnt-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3MNT" TO DAY3-LOG-PROGRAM
           MOVE "day3mnt.txn" TO DAY3-LOG-INPUT-FILE
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
             DISPLAY "day3mnt: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3mnt: run-control lock held by "
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
               DISPLAY "day3mnt: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3mnt: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3mnt: run-control lock held by "
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
           MOVE "DAY3MNT" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3mnt: unable to open day3.lck, file status "
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
             DISPLAY "day3mnt: unable to open day3.lck, file status "
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
               DISPLAY "day3mnt: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
