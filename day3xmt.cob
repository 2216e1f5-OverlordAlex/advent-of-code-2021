       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3xmt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT result-file ASSIGN TO DYNAMIC result-filename
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS result-file-status.
         SELECT xfr-file ASSIGN TO "day3.xfr"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS xfr-file-status.
         SELECT register-file ASSIGN TO "day3.xmr"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS register-file-status.
         SELECT run-log-file ASSIGN TO "day3.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-log-file-status.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.

       DATA DIVISION.
         FILE SECTION.
      * day3a.out, then day3b.out: the night's results the
      * transmission is built from.
         FD  result-file.
         COPY day3out.

      * the interchange file the engineering system picks up, one
      * transmission at a time (see day3xfr.cpy).
         FD  xfr-file.
         COPY day3xfr.

      * the transmission register: one row per transmission ever
      * built, the proof of what went out and when.
         FD  register-file.
         COPY day3xmr.

      * the common run-audit log every day3 program appends one row
      * to at end of job; day3inq lists it by date range.
         FD  run-log-file.
         COPY day3log.

      * the shared run-control lock (see day3rcl.cpy), taken before
      * this run changes anything and given back at end of job.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         WORKING-STORAGE SECTION.
         01  result-file-status PIC 99.
             88 result-file-is-ok VALUE 0.
             88 result-eof        VALUE 10.
         01  xfr-file-status PIC 99.
             88 xfr-file-is-ok VALUE 0.
         01  register-file-status PIC 99.
             88 register-file-is-ok VALUE 0.
             88 register-eof        VALUE 10.
             88 register-not-found  VALUE 35.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

         01  result-filename PIC X(64).
         01  result-program  PIC X(8).

      * DAY3_XMT_RESEND carries the initials of whoever orders a
      * night already sent to go again - engineering lost it, or a
      * corrected rerun changed the figures. It goes out under a new
      * sequence number naming the one it replaces. Blank means the
      * nightly transmission, which sends a night once: the same
      * figures again are not resent, different ones are refused
      * until someone orders the resend.
         01  day3xmt-resend-by PIC X(8) VALUE SPACES.

      * what the result file being read has shown so far.
         01  result-header-sw PIC X(1).
             88 result-header-seen VALUE 'Y'.
         01  result-trailer-sw PIC X(1).
             88 result-trailer-seen VALUE 'Y'.
         01  result-date     PIC X(10).
         01  result-fleet-row PIC 9(3).
         01  day3xmt-night   PIC X(10) VALUE SPACES.
         01  day3xmt-refusal PIC X(60) VALUE SPACES.

      * the fleet, column and site rows of both result files, in the
      * order they go out: the two fleet rows, 2 * DAY3-MAX-WORD-WIDTH
      * column rows and a row a site from each file for the 30 sites
      * of day3val's site master fit in 200.
         01  detail-table.
            03 detail-entry OCCURS 200 TIMES.
               05 dt-program  PIC X(8).
               05 dt-kind     PIC X(1).
               05 dt-site     PIC X(8).
               05 dt-column   PIC 9(2).
               05 dt-count    PIC 9(8).
               05 dt-gamma    PIC X(32).
               05 dt-epsilon  PIC X(32).
               05 dt-power    PIC 9(20).
               05 dt-oxygen   PIC 9(20).
               05 dt-carbon   PIC 9(20).
               05 dt-life     PIC 9(20).
               05 dt-ones     PIC 9(6).
               05 dt-zeros    PIC 9(6).
               05 dt-percent  PIC 9(3)V9(2).
         01  detail-count PIC 9(3) VALUE 0.
         01  detail-idx   PIC 9(3).
         01  hash-total   PIC 9(24) VALUE 0.

      * the register as it stands: the last sequence number used, and
      * the latest transmission already made for this night.
         01  last-sequence   PIC 9(6) VALUE 0.
         01  new-sequence    PIC 9(6) VALUE 0.
         01  prior-sw PIC X(1) VALUE 'N'.
             88 night-already-sent VALUE 'Y'.
         01  prior-sequence  PIC 9(6) VALUE 0.
         01  prior-count     PIC 9(8) VALUE 0.
         01  prior-hash      PIC 9(24) VALUE 0.
         01  prior-sent-date PIC X(10).
         01  prior-sent-time PIC X(8).
         01  xmt-kind        PIC X(1) VALUE 'N'.
         01  xmt-replaces    PIC 9(6) VALUE 0.
         01  xmt-sent-by     PIC X(8) VALUE "NIGHTLY".

         01  day3xmt-start-time-raw PIC 9(8).
         01  day3xmt-run-date-raw   PIC 9(8).
         01  day3xmt-run-time-raw   PIC 9(8).
         01  day3xmt-log-date-raw   PIC 9(8).
         01  day3xmt-log-end-raw    PIC 9(8).
         01  day3xmt-run-date       PIC X(10).
         01  day3xmt-run-time       PIC X(8).

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
           ACCEPT day3xmt-start-time-raw FROM TIME
           ACCEPT day3xmt-run-date-raw FROM DATE YYYYMMDD
           ACCEPT day3xmt-run-time-raw FROM TIME
           MOVE SPACES TO day3xmt-run-date day3xmt-run-time
           MOVE day3xmt-run-date-raw(1:4) TO day3xmt-run-date(1:4)
           MOVE "-" TO day3xmt-run-date(5:1)
           MOVE day3xmt-run-date-raw(5:2) TO day3xmt-run-date(6:2)
           MOVE "-" TO day3xmt-run-date(8:1)
           MOVE day3xmt-run-date-raw(7:2) TO day3xmt-run-date(9:2)
           MOVE day3xmt-run-time-raw(1:2) TO day3xmt-run-time(1:2)
           MOVE ":" TO day3xmt-run-time(3:1)
           MOVE day3xmt-run-time-raw(3:2) TO day3xmt-run-time(4:2)
           MOVE ":" TO day3xmt-run-time(6:1)
           MOVE day3xmt-run-time-raw(5:2) TO day3xmt-run-time(7:2)
           DISPLAY "day3xmt: building the engineering interchange "
               "from day3a.out/day3b.out"
      * the register's sequence numbers must not be handed out twice:
      * the run-control lock is held first (or the driver's, for the
      * step day3run started).
           PERFORM acquire-run-lock
           ACCEPT day3xmt-resend-by FROM ENVIRONMENT "DAY3_XMT_RESEND"

           MOVE "day3a.out" TO result-filename
           MOVE "DAY3A" TO result-program
           PERFORM load-result-file
           MOVE result-date TO day3xmt-night
           MOVE "day3b.out" TO result-filename
           MOVE "DAY3B" TO result-program
           PERFORM load-result-file
           IF result-date NOT = day3xmt-night THEN
             MOVE SPACES TO day3xmt-refusal
             STRING "day3b.out is for " result-date ", day3a.out for "
                 day3xmt-night DELIMITED BY SIZE INTO day3xmt-refusal
             PERFORM refuse-transmission
           END-IF
           IF detail-count = 0 THEN
             MOVE "no result rows on day3a.out/day3b.out to send" TO
                 day3xmt-refusal
             PERFORM refuse-transmission
           END-IF
           PERFORM work-out-hash-total
           PERFORM read-transmission-register

           IF night-already-sent THEN
             IF day3xmt-resend-by = SPACES THEN
               IF prior-count = detail-count AND
                   prior-hash = hash-total THEN
                 DISPLAY "day3xmt: " day3xmt-night " already went to "
                     "engineering as transmission " prior-sequence
                     " on " prior-sent-date " " prior-sent-time
                     " with the same figures, nothing sent"
                 PERFORM write-run-audit-record
                 STOP RUN
               END-IF
               MOVE SPACES TO day3xmt-refusal
               STRING "figures differ from transmission "
                   prior-sequence " already sent"
                   DELIMITED BY SIZE INTO day3xmt-refusal
               DISPLAY "day3xmt: set DAY3_XMT_RESEND to the initials "
                   "of whoever orders the corrected figures sent"
               PERFORM refuse-transmission
             END-IF
             MOVE 'R' TO xmt-kind
             MOVE prior-sequence TO xmt-replaces
           END-IF
           IF day3xmt-resend-by NOT = SPACES THEN
             MOVE day3xmt-resend-by TO xmt-sent-by
           END-IF
           COMPUTE new-sequence = last-sequence + 1

           PERFORM write-interchange-file
           PERFORM append-register-row
           IF xmt-kind = 'R' THEN
             DISPLAY "day3xmt: transmission " new-sequence " for "
                 day3xmt-night " is a RESEND replacing "
                 xmt-replaces ", ordered by " xmt-sent-by
           END-IF
           DISPLAY "day3xmt: transmission " new-sequence " for "
               day3xmt-night ", " detail-count " row(s), hash total "
               hash-total ", written to day3.xfr"
           PERFORM write-run-audit-record
       STOP RUN.

      *******************************************************************
      * load-result-file - one result file's fleet, column and site
      * rows onto the detail table. The header must come first and
      * say 'F': a preliminary intraday figure is never sent as
      * final, and a file from before the basis existed says neither.
      * No trailer means the step that wrote the file never finished
      * it, and half a night is not sent either.
      *******************************************************************
       load-result-file.
           OPEN INPUT result-file.
           IF NOT result-file-is-ok THEN
             DISPLAY "day3xmt: unable to open " result-filename
                 ", file status " result-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE 'N' TO result-header-sw
           MOVE 'N' TO result-trailer-sw
           MOVE SPACES TO result-date
           MOVE ZERO TO result-fleet-row
           PERFORM UNTIL result-eof
             READ result-file
             IF result-eof THEN
               EXIT PERFORM
             END-IF
             IF NOT result-header-seen AND NOT DAY3-OUT-HEADER THEN
               CLOSE result-file
               MOVE SPACES TO day3xmt-refusal
               STRING result-filename DELIMITED BY SPACE
                   " does not start with its header row"
                   DELIMITED BY SIZE INTO day3xmt-refusal
               PERFORM refuse-transmission
             END-IF
             EVALUATE TRUE
               WHEN DAY3-OUT-HEADER
                 SET result-header-seen TO TRUE
                 MOVE DAY3-OUT-RUN-DATE TO result-date
                 IF NOT DAY3-OUT-FINAL THEN
                   CLOSE result-file
                   MOVE SPACES TO day3xmt-refusal
                   IF DAY3-OUT-PRELIMINARY THEN
                     STRING result-filename DELIMITED BY SPACE
                         " holds preliminary 'P' figures, never sent "
                         "as final" DELIMITED BY SIZE
                         INTO day3xmt-refusal
                   ELSE
                     STRING result-filename DELIMITED BY SPACE
                         " is not final-basis ('F') figures"
                         DELIMITED BY SIZE INTO day3xmt-refusal
                   END-IF
                   PERFORM refuse-transmission
                 END-IF
               WHEN DAY3-OUT-DETAIL
               WHEN DAY3-OUT-COLUMN-DETAIL
               WHEN DAY3-OUT-SITE-RESULT
                 PERFORM add-detail-row
               WHEN DAY3-OUT-TRAILER
                 SET result-trailer-seen TO TRUE
                 IF result-fleet-row > 0 THEN
                   MOVE DAY3-OUT-RECORD-COUNT TO
                       dt-count(result-fleet-row)
                 END-IF
             END-EVALUATE
           END-PERFORM
           CLOSE result-file
           IF NOT result-header-seen OR NOT result-trailer-seen THEN
             MOVE SPACES TO day3xmt-refusal
             STRING result-filename DELIMITED BY SPACE
                 " is incomplete, header or trailer missing"
                 DELIMITED BY SIZE INTO day3xmt-refusal
             PERFORM refuse-transmission
           END-IF
           .

       add-detail-row.
           IF detail-count >= 200 THEN
             DISPLAY "day3xmt: detail-table capacity 200 exceeded"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO detail-count
           MOVE result-program TO dt-program(detail-count)
           MOVE DAY3-OUT-REC-TYPE TO dt-kind(detail-count)
           MOVE SPACES TO dt-site(detail-count)
           MOVE ZERO TO dt-column(detail-count)
           MOVE ZERO TO dt-count(detail-count)
           MOVE SPACES TO dt-gamma(detail-count)
           MOVE SPACES TO dt-epsilon(detail-count)
           MOVE ZERO TO dt-power(detail-count)
           MOVE ZERO TO dt-oxygen(detail-count)
           MOVE ZERO TO dt-carbon(detail-count)
           MOVE ZERO TO dt-life(detail-count)
           MOVE ZERO TO dt-ones(detail-count)
           MOVE ZERO TO dt-zeros(detail-count)
           MOVE ZERO TO dt-percent(detail-count)
           IF DAY3-OUT-COLUMN-DETAIL THEN
             MOVE DAY3-OUT-COLUMN-POSITION TO dt-column(detail-count)
             MOVE DAY3-OUT-COLUMN-ONES TO dt-ones(detail-count)
             MOVE DAY3-OUT-COLUMN-ZEROS TO dt-zeros(detail-count)
             MOVE DAY3-OUT-COLUMN-PERCENT TO dt-percent(detail-count)
             EXIT PARAGRAPH
           END-IF
           IF DAY3-OUT-DETAIL THEN
             MOVE detail-count TO result-fleet-row
           ELSE
             MOVE DAY3-OUT-SOURCE-SITE TO dt-site(detail-count)
             MOVE DAY3-OUT-RECORD-COUNT TO dt-count(detail-count)
           END-IF
           MOVE DAY3-OUT-GAMMA TO dt-gamma(detail-count)
           MOVE DAY3-OUT-EPSILON TO dt-epsilon(detail-count)
           MOVE DAY3-OUT-POWER-CONSUMPTION TO dt-power(detail-count)
           MOVE DAY3-OUT-OXYGEN TO dt-oxygen(detail-count)
           MOVE DAY3-OUT-CARBON TO dt-carbon(detail-count)
           MOVE DAY3-OUT-LIFE-SUPPORT TO dt-life(detail-count)
           .

      *******************************************************************
      * work-out-hash-total - the trailer's hash total, by the rule
      * in day3xfr.cpy: every detail row's record count, four figures
      * and column ones and zeros, added up.
      *******************************************************************
       work-out-hash-total.
           MOVE ZERO TO hash-total
           PERFORM VARYING detail-idx FROM 1 BY 1
               UNTIL detail-idx > detail-count
             ADD dt-count(detail-idx) dt-power(detail-idx)
                 dt-oxygen(detail-idx) dt-carbon(detail-idx)
                 dt-life(detail-idx) dt-ones(detail-idx)
                 dt-zeros(detail-idx) TO hash-total
           END-PERFORM
           .

      *******************************************************************
      * read-transmission-register - the last sequence number handed
      * out, and the latest transmission already made for the night.
      * No register yet means this is the first transmission ever.
      *******************************************************************
       read-transmission-register.
           OPEN INPUT register-file.
           IF register-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT register-file-is-ok THEN
             DISPLAY "day3xmt: unable to open day3.xmr, file status "
                 register-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL register-eof
             READ register-file
             IF register-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3-XMR-SEQUENCE IS NUMERIC THEN
               IF DAY3-XMR-SEQUENCE > last-sequence THEN
                 MOVE DAY3-XMR-SEQUENCE TO last-sequence
               END-IF
               IF DAY3-XMR-RUN-DATE = day3xmt-night THEN
                 SET night-already-sent TO TRUE
                 MOVE DAY3-XMR-SEQUENCE TO prior-sequence
                 MOVE DAY3-XMR-DETAIL-COUNT TO prior-count
                 MOVE DAY3-XMR-HASH-TOTAL TO prior-hash
                 MOVE DAY3-XMR-SENT-DATE TO prior-sent-date
                 MOVE DAY3-XMR-SENT-TIME TO prior-sent-time
               END-IF
             END-IF
           END-PERFORM
           CLOSE register-file
           .

      *******************************************************************
      * write-interchange-file - day3.xfr: header, the detail rows in
      * table order numbered from 1, and the trailer.
      *******************************************************************
       write-interchange-file.
           OPEN OUTPUT xfr-file.
           IF NOT xfr-file-is-ok THEN
             DISPLAY "day3xmt: unable to open day3.xfr, file status "
                 xfr-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-XFR-RECORD
           SET DAY3-XFR-HEADER TO TRUE
           MOVE new-sequence TO DAY3-XFR-SEQUENCE
           MOVE "DAY3ENG" TO DAY3-XFH-INTERFACE
           MOVE day3xmt-night TO DAY3-XFH-RUN-DATE
           MOVE 'F' TO DAY3-XFH-BASIS
           MOVE day3xmt-run-date TO DAY3-XFH-SENT-DATE
           MOVE day3xmt-run-time TO DAY3-XFH-SENT-TIME
           MOVE xmt-kind TO DAY3-XFH-KIND
           MOVE xmt-replaces TO DAY3-XFH-REPLACES
           WRITE DAY3-XFR-RECORD
           PERFORM VARYING detail-idx FROM 1 BY 1
               UNTIL detail-idx > detail-count
             MOVE SPACES TO DAY3-XFR-RECORD
             SET DAY3-XFR-DETAIL TO TRUE
             MOVE new-sequence TO DAY3-XFR-SEQUENCE
             MOVE detail-idx TO DAY3-XFD-ROW-NUMBER
             MOVE dt-program(detail-idx) TO DAY3-XFD-PROGRAM
             MOVE dt-kind(detail-idx) TO DAY3-XFD-ROW-KIND
             MOVE dt-site(detail-idx) TO DAY3-XFD-SITE
             MOVE dt-column(detail-idx) TO DAY3-XFD-COLUMN
             MOVE dt-count(detail-idx) TO DAY3-XFD-RECORD-COUNT
             MOVE dt-gamma(detail-idx) TO DAY3-XFD-GAMMA
             MOVE dt-epsilon(detail-idx) TO DAY3-XFD-EPSILON
             MOVE dt-power(detail-idx) TO DAY3-XFD-POWER
             MOVE dt-oxygen(detail-idx) TO DAY3-XFD-OXYGEN
             MOVE dt-carbon(detail-idx) TO DAY3-XFD-CARBON
             MOVE dt-life(detail-idx) TO DAY3-XFD-LIFE-SUPPORT
             MOVE dt-ones(detail-idx) TO DAY3-XFD-COLUMN-ONES
             MOVE dt-zeros(detail-idx) TO DAY3-XFD-COLUMN-ZEROS
             MOVE dt-percent(detail-idx) TO DAY3-XFD-COLUMN-PERCENT
             WRITE DAY3-XFR-RECORD
           END-PERFORM
           MOVE SPACES TO DAY3-XFR-RECORD
           SET DAY3-XFR-TRAILER TO TRUE
           MOVE new-sequence TO DAY3-XFR-SEQUENCE
           MOVE detail-count TO DAY3-XFT-DETAIL-COUNT
           MOVE hash-total TO DAY3-XFT-HASH-TOTAL
           WRITE DAY3-XFR-RECORD
           CLOSE xfr-file
           .

      *******************************************************************
      * append-register-row - the transmission just built, on the
      * register. The register is opened EXTEND so it accumulates;
      * the very first transmission finds no file and creates it.
      *******************************************************************
       append-register-row.
           OPEN EXTEND register-file.
           IF register-not-found THEN
             OPEN OUTPUT register-file
           END-IF
           IF NOT register-file-is-ok THEN
             DISPLAY "day3xmt: unable to open day3.xmr, file status "
                 register-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-TRANSMISSION-RECORD
           MOVE new-sequence TO DAY3-XMR-SEQUENCE
           MOVE day3xmt-night TO DAY3-XMR-RUN-DATE
           MOVE day3xmt-run-date TO DAY3-XMR-SENT-DATE
           MOVE day3xmt-run-time TO DAY3-XMR-SENT-TIME
           MOVE detail-count TO DAY3-XMR-DETAIL-COUNT
           MOVE hash-total TO DAY3-XMR-HASH-TOTAL
           MOVE xmt-kind TO DAY3-XMR-KIND
           MOVE xmt-replaces TO DAY3-XMR-REPLACES
           MOVE xmt-sent-by TO DAY3-XMR-SENT-BY
           WRITE DAY3-TRANSMISSION-RECORD
           CLOSE register-file
           .

      *******************************************************************
      * refuse-transmission - nothing is written to day3.xfr or the
      * register; the run ends return code 8 with its day3.log row,
      * so day3run stops the chain there and day3alr reports it.
      *******************************************************************
       refuse-transmission.
           DISPLAY "day3xmt: transmission refused: " day3xmt-refusal
           MOVE 8 TO RETURN-CODE
           PERFORM write-run-audit-record
           STOP RUN
           .

      *******************************************************************
      * write-run-audit-record - append this run's row to the common
      * day3.log at end of job: what ran, when it started and ended,
      * how many rows it sent and the final return code. The log is
      * opened EXTEND so the history accumulates; the very first run
      * finds no file and creates it instead.
      *******************************************************************
       write-run-audit-record.
           OPEN EXTEND run-log-file.
           IF run-log-not-found THEN
             OPEN OUTPUT run-log-file
           END-IF
           IF NOT run-log-file-is-ok THEN
             DISPLAY "day3xmt: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3xmt-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3xmt-log-end-raw FROM TIME
           MOVE day3xmt-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3xmt-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3xmt-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3xmt-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3xmt-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3xmt-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3xmt-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3xmt-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3xmt-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3XMT" TO DAY3-LOG-PROGRAM
           MOVE "day3a.out" TO DAY3-LOG-INPUT-FILE
           MOVE detail-count TO DAY3-LOG-READ-COUNT
           MOVE ZERO TO DAY3-LOG-REJECT-COUNT
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
             DISPLAY "day3xmt: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3xmt: run-control lock held by "
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
               DISPLAY "day3xmt: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3xmt: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3xmt: run-control lock held by "
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
           MOVE "DAY3XMT" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3xmt: unable to open day3.lck, file status "
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
             DISPLAY "day3xmt: unable to open day3.lck, file status "
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
               DISPLAY "day3xmt: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
