       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3lgt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT day3a-result-file ASSIGN TO "day3a.out"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS day3a-result-file-status.
         SELECT day3b-result-file ASSIGN TO "day3b.out"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS day3b-result-file-status.
         SELECT print-file ASSIGN TO "day3lgt.rpt"
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
      * day3out.cpy is COPYed once per FD below, so every data name it
      * defines is renamed with REPLACING to keep the two copies of the
      * record apart, same arrangement day3rpt uses to read both result
      * files side by side.
         FD  day3a-result-file.
         COPY day3out REPLACING
             ==DAY3-OUTPUT-RECORD== BY ==DAY3A-OUTPUT-RECORD==
             ==DAY3-OUT-REC-TYPE== BY ==DAY3A-OUT-REC-TYPE==
             ==DAY3-OUT-HEADER== BY ==DAY3A-OUT-HEADER==
             ==DAY3-OUT-DETAIL== BY ==DAY3A-OUT-DETAIL==
             ==DAY3-OUT-COLUMN-DETAIL== BY
                 ==DAY3A-OUT-COLUMN-DETAIL==
             ==DAY3-OUT-TRAILER== BY ==DAY3A-OUT-TRAILER==
             ==DAY3-OUT-RUN-DATE== BY ==DAY3A-OUT-RUN-DATE==
             ==DAY3-OUT-RUN-TIME== BY ==DAY3A-OUT-RUN-TIME==
             ==DAY3-OUT-SOURCE-FILE== BY
                 ==DAY3A-OUT-SOURCE-FILE==
             ==DAY3-OUT-RECORD-COUNT== BY
                 ==DAY3A-OUT-RECORD-COUNT==
             ==DAY3-OUT-GAMMA== BY ==DAY3A-OUT-GAMMA==
             ==DAY3-OUT-EPSILON== BY ==DAY3A-OUT-EPSILON==
             ==DAY3-OUT-POWER-CONSUMPTION== BY
                 ==DAY3A-OUT-POWER-CONSUMPTION==
             ==DAY3-OUT-OXYGEN== BY ==DAY3A-OUT-OXYGEN==
             ==DAY3-OUT-CARBON== BY ==DAY3A-OUT-CARBON==
             ==DAY3-OUT-LIFE-SUPPORT== BY
                 ==DAY3A-OUT-LIFE-SUPPORT==
             ==DAY3-OUT-COLUMN-POSITION== BY
                 ==DAY3A-OUT-COLUMN-POSITION==
             ==DAY3-OUT-COLUMN-ONES== BY
                 ==DAY3A-OUT-COLUMN-ONES==
             ==DAY3-OUT-COLUMN-ZEROS== BY
                 ==DAY3A-OUT-COLUMN-ZEROS==
             ==DAY3-OUT-COLUMN-PERCENT== BY
                 ==DAY3A-OUT-COLUMN-PERCENT==
             ==DAY3-OUT-SOURCE-SUBTOTAL== BY
                 ==DAY3A-OUT-SOURCE-SUBTOTAL==
             ==DAY3-OUT-SITE-RESULT== BY
                 ==DAY3A-OUT-SITE-RESULT==
             ==DAY3-OUT-SOURCE-SEQ== BY
                 ==DAY3A-OUT-SOURCE-SEQ==
             ==DAY3-OUT-SOURCE-STATUS== BY
                 ==DAY3A-OUT-SOURCE-STATUS==
             ==DAY3-OUT-SOURCE-SITE== BY
                 ==DAY3A-OUT-SOURCE-SITE==
             ==DAY3-OUT-BASIS== BY ==DAY3A-OUT-BASIS==
             ==DAY3-OUT-FINAL== BY ==DAY3A-OUT-FINAL==
             ==DAY3-OUT-PRELIMINARY== BY
                 ==DAY3A-OUT-PRELIMINARY==.

         FD  day3b-result-file.
         COPY day3out REPLACING
             ==DAY3-OUTPUT-RECORD== BY ==DAY3B-OUTPUT-RECORD==
             ==DAY3-OUT-REC-TYPE== BY ==DAY3B-OUT-REC-TYPE==
             ==DAY3-OUT-HEADER== BY ==DAY3B-OUT-HEADER==
             ==DAY3-OUT-DETAIL== BY ==DAY3B-OUT-DETAIL==
             ==DAY3-OUT-COLUMN-DETAIL== BY
                 ==DAY3B-OUT-COLUMN-DETAIL==
             ==DAY3-OUT-TRAILER== BY ==DAY3B-OUT-TRAILER==
             ==DAY3-OUT-RUN-DATE== BY ==DAY3B-OUT-RUN-DATE==
             ==DAY3-OUT-RUN-TIME== BY ==DAY3B-OUT-RUN-TIME==
             ==DAY3-OUT-SOURCE-FILE== BY
                 ==DAY3B-OUT-SOURCE-FILE==
             ==DAY3-OUT-RECORD-COUNT== BY
                 ==DAY3B-OUT-RECORD-COUNT==
             ==DAY3-OUT-GAMMA== BY ==DAY3B-OUT-GAMMA==
             ==DAY3-OUT-EPSILON== BY ==DAY3B-OUT-EPSILON==
             ==DAY3-OUT-POWER-CONSUMPTION== BY
                 ==DAY3B-OUT-POWER-CONSUMPTION==
             ==DAY3-OUT-OXYGEN== BY ==DAY3B-OUT-OXYGEN==
             ==DAY3-OUT-CARBON== BY ==DAY3B-OUT-CARBON==
             ==DAY3-OUT-LIFE-SUPPORT== BY
                 ==DAY3B-OUT-LIFE-SUPPORT==
             ==DAY3-OUT-COLUMN-POSITION== BY
                 ==DAY3B-OUT-COLUMN-POSITION==
             ==DAY3-OUT-COLUMN-ONES== BY
                 ==DAY3B-OUT-COLUMN-ONES==
             ==DAY3-OUT-COLUMN-ZEROS== BY
                 ==DAY3B-OUT-COLUMN-ZEROS==
             ==DAY3-OUT-COLUMN-PERCENT== BY
                 ==DAY3B-OUT-COLUMN-PERCENT==
             ==DAY3-OUT-SOURCE-SUBTOTAL== BY
                 ==DAY3B-OUT-SOURCE-SUBTOTAL==
             ==DAY3-OUT-SITE-RESULT== BY
                 ==DAY3B-OUT-SITE-RESULT==
             ==DAY3-OUT-SOURCE-SEQ== BY
                 ==DAY3B-OUT-SOURCE-SEQ==
             ==DAY3-OUT-SOURCE-STATUS== BY
                 ==DAY3B-OUT-SOURCE-STATUS==
             ==DAY3-OUT-SOURCE-SITE== BY
                 ==DAY3B-OUT-SOURCE-SITE==
             ==DAY3-OUT-BASIS== BY ==DAY3B-OUT-BASIS==
             ==DAY3-OUT-FINAL== BY ==DAY3B-OUT-FINAL==
             ==DAY3-OUT-PRELIMINARY== BY
                 ==DAY3B-OUT-PRELIMINARY==.


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

         01  day3a-result-file-status PIC 99.
             88 day3a-result-file-is-ok VALUE 0.
             88 day3a-result-eof        VALUE 10.
         01  day3b-result-file-status PIC 99.
             88 day3b-result-file-is-ok VALUE 0.
             88 day3b-result-eof        VALUE 10.
         01  print-file-status PIC 99.
             88 print-file-is-ok VALUE 0.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

         01  day3lgt-start-time-raw PIC 9(8).
         01  day3lgt-log-date-raw   PIC 9(8).
         01  day3lgt-log-end-raw    PIC 9(8).

         01  lgt-run-date   PIC X(10) VALUE SPACES.
         01  lgt-run-time   PIC X(8) VALUE SPACES.
         01  lgt-basis      PIC X(1) VALUE SPACE.
             88 lgt-preliminary VALUE 'P'.
         01  lgt-a-count    PIC 9(8) VALUE 0.

      * the fleet figures off the 'D' rows: every site's validated
      * records taken together, the yardstick each site is held to.
         01  fleet-power    PIC 9(20) VALUE 0.
         01  fleet-life     PIC 9(20) VALUE 0.
         01  fleet-count    PIC 9(8) VALUE 0.

      * one entry per 'R' row, matched across the two result files on
      * the site identifier. 30 matches the per-site table day3a and
      * day3b build the 'R' rows from; the deviations are the site's
      * figure as a signed percentage above or below the fleet's.
         01  site-table.
            03 site-entry OCCURS 30 TIMES.
               05 lgt-site      PIC X(8).
               05 lgt-seq       PIC 9(2).
               05 lgt-status    PIC X(8).
               05 lgt-count     PIC 9(8).
               05 lgt-power     PIC 9(20).
               05 lgt-life      PIC 9(20).
               05 lgt-power-dev PIC S9(7)V9(2).
               05 lgt-life-dev  PIC S9(7)V9(2).
               05 lgt-power-sw  PIC X(1).
                  88 lgt-power-seen VALUE 'Y'.
               05 lgt-life-sw   PIC X(1).
                  88 lgt-life-seen  VALUE 'Y'.
               05 lgt-taken-sw  PIC X(1).
                  88 lgt-taken      VALUE 'Y'.
         01  site-count  PIC 9(2) VALUE 0.
         01  site-idx    PIC 9(2).
         01  site-want   PIC X(8).
         01  best-idx    PIC 9(2).
         01  best-dev    PIC 9(7)V9(2).
         01  abs-dev     PIC 9(7)V9(2).
         01  rank-no     PIC 9(2).

      * which figure the ranking pass at hand orders the sites by.
         01  rank-measure PIC X(1) VALUE 'P'.
             88 rank-by-power VALUE 'P'.
             88 rank-by-life  VALUE 'L'.

         01  page-head-1.
             05 FILLER PIC X(44) VALUE
                 "DAY3 SITE LEAGUE TABLE".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 ph1-date PIC X(10).
             05 FILLER PIC X(2) VALUE SPACES.
             05 ph1-time PIC X(8).
         01  figure-line.
             05 fig-caption PIC X(24).
             05 fig-value   PIC X(32).
         01  fig-number-edit PIC Z(19)9.
         01  section-head-line.
             05 shl-title PIC X(60).
         01  league-head-line.
             05 FILLER PIC X(6)  VALUE "RANK".
             05 FILLER PIC X(10) VALUE "SITE".
             05 FILLER PIC X(10) VALUE "RECORDS".
             05 FILLER PIC X(10) VALUE "STATUS".
             05 FILLER PIC X(22) VALUE "FIGURE".
             05 FILLER PIC X(12) VALUE "VS FLEET %".
         01  league-detail-line.
             05 ldl-rank    PIC Z9.
             05 FILLER      PIC X(4) VALUE SPACES.
             05 ldl-site    PIC X(8).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-count   PIC Z(7)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-status  PIC X(8).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-figure  PIC Z(19)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 ldl-dev     PIC -(7)9.99.
         01  no-records-line.
             05 FILLER      PIC X(6) VALUE SPACES.
             05 nrl-site    PIC X(8).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 nrl-count   PIC Z(7)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 nrl-status  PIC X(8).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 FILLER      PIC X(20) VALUE "NO RECORDS".

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
           ACCEPT day3lgt-start-time-raw FROM TIME
      * nothing is read or changed until the run-control lock is
      * held (or the driver's, for a step day3run started).
           PERFORM acquire-run-lock
           PERFORM load-day3a-results
           PERFORM load-day3b-results
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             PERFORM compute-site-deviation
           END-PERFORM
           PERFORM write-league-report
           IF site-count = 0 THEN
             DISPLAY "day3lgt: no site result rows on day3a.out or "
                 "day3b.out, league table holds fleet figures only"
             MOVE 4 TO RETURN-CODE
           ELSE
             DISPLAY "day3lgt: " site-count
                 " site(s) ranked to day3lgt.rpt"
           END-IF
           PERFORM write-run-audit-record
       STOP RUN.

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
             DISPLAY "day3lgt: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3lgt-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3lgt-log-end-raw FROM TIME
           MOVE day3lgt-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3lgt-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3lgt-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3lgt-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3lgt-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3lgt-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3lgt-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3lgt-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3lgt-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3LGT" TO DAY3-LOG-PROGRAM
           MOVE "day3a.out" TO DAY3-LOG-INPUT-FILE
           MOVE lgt-a-count TO DAY3-LOG-READ-COUNT
           MOVE ZERO TO DAY3-LOG-REJECT-COUNT
           SET DAY3-LOG-FULL-RUN TO TRUE
           SET DAY3-LOG-FULL-MODE TO TRUE
           MOVE RETURN-CODE TO DAY3-LOG-RETURN-CODE
           WRITE DAY3-LOG-RECORD
           CLOSE run-log-file
           PERFORM release-run-lock
           .

      *******************************************************************
      * load-day3a-results - the run identity off the header, the
      * fleet power figure off the detail row and each site's own
      * power figure off its 'R' row.
      *******************************************************************
       load-day3a-results.
           OPEN INPUT day3a-result-file.
           IF NOT day3a-result-file-is-ok THEN
             DISPLAY "day3lgt: unable to open day3a.out, file status "
                 day3a-result-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL day3a-result-eof
             READ day3a-result-file
             IF day3a-result-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3A-OUT-HEADER THEN
               MOVE DAY3A-OUT-RUN-DATE TO lgt-run-date
               MOVE DAY3A-OUT-RUN-TIME TO lgt-run-time
               MOVE DAY3A-OUT-BASIS TO lgt-basis
             END-IF
             IF DAY3A-OUT-DETAIL THEN
               MOVE DAY3A-OUT-POWER-CONSUMPTION TO fleet-power
             END-IF
             IF DAY3A-OUT-SITE-RESULT THEN
               MOVE DAY3A-OUT-SOURCE-SITE TO site-want
               PERFORM find-site-entry
               IF site-idx > 0 THEN
                 MOVE DAY3A-OUT-SOURCE-SEQ TO lgt-seq(site-idx)
                 MOVE DAY3A-OUT-SOURCE-STATUS TO lgt-status(site-idx)
                 MOVE DAY3A-OUT-RECORD-COUNT TO lgt-count(site-idx)
                 MOVE DAY3A-OUT-POWER-CONSUMPTION TO
                     lgt-power(site-idx)
                 MOVE 'Y' TO lgt-power-sw(site-idx)
               END-IF
             END-IF
             IF DAY3A-OUT-TRAILER THEN
               MOVE DAY3A-OUT-RECORD-COUNT TO lgt-a-count
               MOVE DAY3A-OUT-RECORD-COUNT TO fleet-count
             END-IF
           END-PERFORM
           CLOSE day3a-result-file
           .

      *******************************************************************
      * load-day3b-results - the fleet life-support figure off the
      * detail row and each site's own rating off its 'R' row.
      *******************************************************************
       load-day3b-results.
           OPEN INPUT day3b-result-file.
           IF NOT day3b-result-file-is-ok THEN
             DISPLAY "day3lgt: unable to open day3b.out, file status "
                 day3b-result-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL day3b-result-eof
             READ day3b-result-file
             IF day3b-result-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3B-OUT-DETAIL THEN
               MOVE DAY3B-OUT-LIFE-SUPPORT TO fleet-life
             END-IF
             IF DAY3B-OUT-SITE-RESULT THEN
               MOVE DAY3B-OUT-SOURCE-SITE TO site-want
               PERFORM find-site-entry
               IF site-idx > 0 THEN
                 IF NOT lgt-power-seen(site-idx) THEN
                   MOVE DAY3B-OUT-SOURCE-SEQ TO lgt-seq(site-idx)
                   MOVE DAY3B-OUT-SOURCE-STATUS TO
                       lgt-status(site-idx)
                   MOVE DAY3B-OUT-RECORD-COUNT TO lgt-count(site-idx)
                 END-IF
                 MOVE DAY3B-OUT-LIFE-SUPPORT TO lgt-life(site-idx)
                 MOVE 'Y' TO lgt-life-sw(site-idx)
               END-IF
             END-IF
           END-PERFORM
           CLOSE day3b-result-file
           .

      *******************************************************************
      * find-site-entry - the table slot for site-want, a new one if
      * this is the first row seen for the site; site-idx comes back
      * zero when the table is full.
      *******************************************************************
       find-site-entry.
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             IF lgt-site(site-idx) = site-want THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF site-count >= 30 THEN
             DISPLAY "day3lgt: more than 30 sites, site " site-want
                 " left out of the league table"
             MOVE 0 TO site-idx
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO site-count
           MOVE site-count TO site-idx
           MOVE site-want TO lgt-site(site-idx)
           MOVE ZERO TO lgt-seq(site-idx) lgt-count(site-idx)
               lgt-power(site-idx) lgt-life(site-idx)
               lgt-power-dev(site-idx) lgt-life-dev(site-idx)
           MOVE SPACES TO lgt-status(site-idx)
           MOVE 'N' TO lgt-power-sw(site-idx) lgt-life-sw(site-idx)
               lgt-taken-sw(site-idx)
           .

      *******************************************************************
      * compute-site-deviation - the site's figure as a percentage
      * above (positive) or below (negative) the fleet's. A fleet
      * figure of zero leaves nothing to measure against, so the
      * deviation stays zero; one past the edited width is pinned at
      * the ceiling rather than truncated into a small number.
      *******************************************************************
       compute-site-deviation.
           IF fleet-power > 0 THEN
             COMPUTE lgt-power-dev(site-idx) ROUNDED =
                 lgt-power(site-idx) * 100 / fleet-power - 100
               ON SIZE ERROR
                 MOVE 9999999.99 TO lgt-power-dev(site-idx)
             END-COMPUTE
           END-IF
           IF fleet-life > 0 THEN
             COMPUTE lgt-life-dev(site-idx) ROUNDED =
                 lgt-life(site-idx) * 100 / fleet-life - 100
               ON SIZE ERROR
                 MOVE 9999999.99 TO lgt-life-dev(site-idx)
             END-COMPUTE
           END-IF
           .

      *******************************************************************
      * write-league-report - the fleet figures, then the sites ranked
      * twice: once on power consumption, once on life support, each
      * time furthest from the fleet figure first, so the site pulling
      * the fleet number about heads the list whichever way it pulls.
      *******************************************************************
       write-league-report.
           OPEN OUTPUT print-file.
           IF NOT print-file-is-ok THEN
             DISPLAY "day3lgt: unable to open day3lgt.rpt, file status "
                 print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE lgt-run-date TO ph1-date
           MOVE lgt-run-time TO ph1-time
           MOVE page-head-1 TO print-line
           WRITE print-line
           IF lgt-preliminary THEN
             MOVE "*** PRELIMINARY INTRADAY FIGURES ***" TO
                 print-line
             WRITE print-line
           END-IF
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "FLEET RECORDS" TO fig-caption
           MOVE fleet-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "FLEET POWER CONSUMPTION" TO fig-caption
           MOVE fleet-power TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "FLEET LIFE SUPPORT" TO fig-caption
           MOVE fleet-life TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "SITES" TO fig-caption
           MOVE site-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           SET rank-by-power TO TRUE
           MOVE "POWER CONSUMPTION, FURTHEST FROM FLEET FIRST" TO
               shl-title
           PERFORM write-league-section
           SET rank-by-life TO TRUE
           MOVE "LIFE SUPPORT, FURTHEST FROM FLEET FIRST" TO shl-title
           PERFORM write-league-section
           CLOSE print-file
           .

       write-figure-line.
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE SPACES TO figure-line
           .

      *******************************************************************
      * write-league-section - one ranking. Sites with records are
      * picked off largest absolute deviation first; a site with no
      * records (or no result row for this figure) has nothing to
      * rank on and is listed after the ranked ones.
      *******************************************************************
       write-league-section.
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE section-head-line TO print-line
           WRITE print-line
           MOVE league-head-line TO print-line
           WRITE print-line
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             MOVE 'N' TO lgt-taken-sw(site-idx)
           END-PERFORM
           PERFORM VARYING rank-no FROM 1 BY 1
               UNTIL rank-no > site-count
             PERFORM pick-next-site
             IF best-idx = 0 THEN
               EXIT PERFORM
             END-IF
             MOVE 'Y' TO lgt-taken-sw(best-idx)
             PERFORM write-league-detail
           END-PERFORM
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             IF NOT lgt-taken(site-idx) THEN
               MOVE lgt-site(site-idx) TO nrl-site
               MOVE lgt-count(site-idx) TO nrl-count
               MOVE lgt-status(site-idx) TO nrl-status
               MOVE no-records-line TO print-line
               WRITE print-line
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * pick-next-site - the untaken site with records furthest from
      * the fleet figure for the measure being ranked; best-idx comes
      * back zero once none are left. Ties go to the earlier site.
      *******************************************************************
       pick-next-site.
           MOVE 0 TO best-idx
           MOVE 0 TO best-dev
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             IF NOT lgt-taken(site-idx) AND lgt-count(site-idx) > 0
                 THEN
               IF rank-by-power AND lgt-power-seen(site-idx) THEN
                 IF lgt-power-dev(site-idx) < 0 THEN
                   COMPUTE abs-dev = 0 - lgt-power-dev(site-idx)
                 ELSE
                   MOVE lgt-power-dev(site-idx) TO abs-dev
                 END-IF
                 IF best-idx = 0 OR abs-dev > best-dev THEN
                   MOVE site-idx TO best-idx
                   MOVE abs-dev TO best-dev
                 END-IF
               END-IF
               IF rank-by-life AND lgt-life-seen(site-idx) THEN
                 IF lgt-life-dev(site-idx) < 0 THEN
                   COMPUTE abs-dev = 0 - lgt-life-dev(site-idx)
                 ELSE
                   MOVE lgt-life-dev(site-idx) TO abs-dev
                 END-IF
                 IF best-idx = 0 OR abs-dev > best-dev THEN
                   MOVE site-idx TO best-idx
                   MOVE abs-dev TO best-dev
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       write-league-detail.
           MOVE rank-no TO ldl-rank
           MOVE lgt-site(best-idx) TO ldl-site
           MOVE lgt-count(best-idx) TO ldl-count
           MOVE lgt-status(best-idx) TO ldl-status
           IF rank-by-power THEN
             MOVE lgt-power(best-idx) TO ldl-figure
             MOVE lgt-power-dev(best-idx) TO ldl-dev
           ELSE
             MOVE lgt-life(best-idx) TO ldl-figure
             MOVE lgt-life-dev(best-idx) TO ldl-dev
           END-IF
           MOVE league-detail-line TO print-line
           WRITE print-line
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
             DISPLAY "day3lgt: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3lgt: run-control lock held by "
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
               DISPLAY "day3lgt: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3lgt: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3lgt: run-control lock held by "
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
           MOVE "DAY3LGT" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3lgt: unable to open day3.lck, file status "
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
             DISPLAY "day3lgt: unable to open day3.lck, file status "
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
               DISPLAY "day3lgt: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
