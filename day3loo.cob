       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3loo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT input-file ASSIGN TO DYNAMIC DAY3-VALID-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS input-file-status.
         SELECT source-file ASSIGN TO "day3.src"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS source-file-status.
         SELECT site-master-file ASSIGN TO "day3.sit"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS site-master-file-status.
         SELECT sort-file ASSIGN TO "day3loo.swk".
         SELECT sorted-file ASSIGN TO "day3loo.srt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS sorted-file-status.
         SELECT print-file ASSIGN TO "day3loo.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS print-file-status.
         SELECT run-log-file ASSIGN TO "day3.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-log-file-status.

       DATA DIVISION.
         FILE SECTION.
         FD  input-file.
         01  input-record PIC X(32).

      * day3.src is day3val's per-site subtotal file; its valid
      * counts say which stretch of the validated file each site
      * supplied, the same walk day3a and day3b make for their 'R'
      * rows.
         FD  source-file.
         COPY day3src.

      * the site master decides which sites get left out in turn:
      * every site on it with active status.
         FD  site-master-file.
         COPY day3sit.

      * the same site-tagged sort day3b rates from, so each
      * leave-one-out rating is the day3b filter run over the sorted
      * file with one site's records passed over.
         SD  sort-file.
         01  sort-record.
             03 sort-word     PIC X(32).
             03 sort-site     PIC X(8).
             03 sort-position PIC 9(8).

         FD  sorted-file.
         01  sorted-record.
             03 sorted-word     PIC X(32).
             03 sorted-site     PIC X(8).
             03 sorted-position PIC 9(8).

         FD  print-file.
         01  print-line PIC X(132).

      * the common run-audit log every day3 program appends one row
      * to at end of job; day3inq lists it by date range.
         FD  run-log-file.
         COPY day3log.

         WORKING-STORAGE SECTION.
         COPY day3cfg.

      * DAY3_VALID_FILE repoints the validated file the same way it
      * does for day3a and day3b, so an archived day3.val can be
      * analysed without copying it over tonight's.
         01  DAY3-VALID-FILENAME PIC X(64) VALUE "day3.val".

         01  input-file-status PIC 99.
             88 file-is-ok     VALUE 0.
             88 end-of-file    VALUE 10.
         01  source-file-status PIC 99.
             88 source-file-is-ok  VALUE 0.
             88 source-eof         VALUE 10.
             88 source-not-found   VALUE 35.
         01  site-master-file-status PIC 99.
             88 site-master-file-is-ok VALUE 0.
             88 site-master-eof        VALUE 10.
             88 site-master-not-found  VALUE 35.
         01  sorted-file-status PIC 99.
             88 sorted-file-is-ok VALUE 0.
             88 sorted-eof        VALUE 10.
         01  print-file-status PIC 99.
             88 print-file-is-ok VALUE 0.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok    VALUE 0.
             88 run-log-not-found     VALUE 35.

         01  day3loo-run-date-raw   PIC 9(8).
         01  day3loo-run-time-raw   PIC 9(8).
         01  day3loo-start-time-raw PIC 9(8).
         01  day3loo-log-date-raw   PIC 9(8).
         01  day3loo-log-end-raw    PIC 9(8).
         01  day3loo-run-date       PIC X(10).
         01  day3loo-run-time       PIC X(8).

         01  counter    PIC 9(2).
         01  line-count PIC 9(8) VALUE 0.

      * a missing day3.sit means a run from before the site-master
      * era; every site on day3.src is left out in turn instead.
         01  day3loo-master-sw PIC X(1) VALUE 'N'.
             88 day3loo-master-loaded VALUE 'Y'.

      * the site blocks off day3.src, as in day3a and day3b: 99
      * blocks is the two-digit DAY3-SRC-SEQUENCE.
         01  site-block-table.
            03 site-block-entry OCCURS 99 TIMES.
               05 blk-valid    PIC 9(8).
               05 blk-site-idx PIC 9(2).
         01  site-block-count PIC 9(2) VALUE 0.
         01  site-block-idx   PIC 9(2) VALUE 0.
         01  site-block-left  PIC 9(8) VALUE 0.
         01  site-block-total PIC 9(8) VALUE 0.
         01  site-unplaced    PIC 9(8) VALUE 0.

      * one entry per site, off day3.sit and day3.src together; 30
      * matches day3val's site-master-table and 32 tracks
      * DAY3-MAX-WORD-WIDTH by hand. The site's own tallies are kept
      * so each leave-one-out tally is the fleet's less the site's,
      * without reading the validated file again per site; the loo-
      * fields are what the fleet figures come to without it.
         01  site-table.
            03 site-entry OCCURS 30 TIMES.
               05 site-tag       PIC X(8).
               05 site-seq       PIC 9(2).
               05 site-status    PIC X(8).
               05 site-valid     PIC 9(8).
               05 site-rerun-sw  PIC X(1).
                  88 site-rerun  VALUE 'Y'.
               05 site-count-elt PIC 9(8) OCCURS 32 TIMES.
               05 loo-count      PIC 9(8).
               05 loo-gamma      PIC X(32).
               05 loo-epsilon    PIC X(32).
               05 loo-power      PIC 9(20).
               05 loo-oxygen     PIC 9(12).
               05 loo-carbon     PIC 9(12).
               05 loo-life       PIC 9(20).
               05 loo-power-move PIC S9(7)V9(2).
               05 loo-life-move  PIC S9(7)V9(2).
               05 loo-impact     PIC 9(7)V9(2).
               05 loo-flips      PIC 9(2).
               05 loo-rank       PIC 9(2).
         01  site-count    PIC 9(2) VALUE 0.
         01  site-idx      PIC 9(2).
         01  site-tag-work PIC X(8).
         01  rerun-count   PIC 9(2) VALUE 0.
         01  flip-site-count PIC 9(2) VALUE 0.

      * the fleet tallies and figures, every site included: what
      * day3a and day3b produce for a full run of the same file.
         01  fleet-count-table.
            03 fleet-count-elt PIC 9(8) OCCURS 32 TIMES.
         01  fleet-gamma   PIC X(32) VALUE SPACES.
         01  fleet-epsilon PIC X(32) VALUE SPACES.
         01  fleet-power   PIC 9(20) VALUE 0.
         01  fleet-oxygen  PIC 9(12) VALUE 0.
         01  fleet-carbon  PIC 9(12) VALUE 0.
         01  fleet-life    PIC 9(20) VALUE 0.

      * the day3a calculation's work area: tallies and valid count
      * in, gamma/epsilon and the power figure out.
         01  calc-count-table.
            03 calc-count-elt PIC 9(8) OCCURS 32 TIMES.
         01  calc-valid    PIC 9(8).
         01  calc-half     PIC 9(8).
         01  calc-gamma    PIC X(32).
         01  calc-epsilon  PIC X(32).
         01  calc-gamma-i  PIC 9(12).
         01  calc-epsilon-i PIC 9(12).
         01  calc-power    PIC 9(32).
         01  mul           PIC 9(12).

      * the day3b filter's work area, as in day3b: exclude-site
      * passes over one site's records (spaces is the whole fleet)
      * and filter-population is how many records the filter starts
      * from.
         01  exclude-site      PIC X(8) VALUE SPACES.
         01  filter-population PIC 9(8).
         01  filter-prefix    PIC X(32).
         01  prefix-len       PIC 9(2).
         01  ones-count       PIC 9(8).
         01  zeros-count      PIC 9(8).
         01  surviving-count  PIC 9(8).
         01  first-one-word   PIC X(32).
         01  first-zero-word  PIC X(32).
         01  rating-word      PIC X(32).
         01  rating-value     PIC 9(12).
         01  rating-product   PIC 9(32).
         01  day3loo-pass-sw PIC X(1).
             88 day3loo-oxygen-pass VALUE 'O'.
             88 day3loo-carbon-pass VALUE 'C'.

         01  best-idx    PIC 9(2).
         01  rank-no     PIC 9(2).
         01  abs-move    PIC 9(7)V9(2).
         01  grid-start  PIC 9(2).
         01  grid-end    PIC 9(2).
         01  grid-cell   PIC 9(2).
         01  pct-fleet   PIC 9(3)V9(2).
         01  pct-without PIC 9(3)V9(2).
         01  pct-moved   PIC S9(3)V9(2).
         01  flip-pointer PIC 9(3).

         01  page-head-1.
             05 FILLER PIC X(44) VALUE
                 "DAY3 LEAVE-ONE-SITE-OUT IMPACT ANALYSIS".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 ph1-date PIC X(10).
             05 FILLER PIC X(2) VALUE SPACES.
             05 ph1-time PIC X(8).
         01  page-head-2.
             05 FILLER PIC X(7) VALUE "SOURCE ".
             05 ph2-source PIC X(64).
         01  figure-line.
             05 fig-caption PIC X(24).
             05 fig-value   PIC X(32).
         01  fig-number-edit PIC Z(19)9.
         01  section-head-line.
             05 shl-title PIC X(80).
         01  impact-head-line.
             05 FILLER PIC X(6)  VALUE "RANK".
             05 FILLER PIC X(10) VALUE "SITE".
             05 FILLER PIC X(10) VALUE "RECORDS".
             05 FILLER PIC X(22) VALUE "POWER WITHOUT SITE".
             05 FILLER PIC X(12) VALUE "MOVED %".
             05 FILLER PIC X(22) VALUE "LIFE WITHOUT SITE".
             05 FILLER PIC X(12) VALUE "MOVED %".
             05 FILLER PIC X(8)  VALUE "FLIPS".
         01  impact-detail-line.
             05 idl-rank       PIC Z9.
             05 FILLER         PIC X(4) VALUE SPACES.
             05 idl-site       PIC X(8).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 idl-count      PIC Z(7)9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 idl-power      PIC Z(19)9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 idl-power-move PIC -(7)9.99.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 idl-life       PIC Z(19)9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 idl-life-move  PIC -(7)9.99.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 idl-flips      PIC Z9.
         01  not-rerun-line.
             05 FILLER         PIC X(6) VALUE SPACES.
             05 nrl-site       PIC X(8).
             05 FILLER         PIC X(2) VALUE SPACES.
             05 nrl-count      PIC Z(7)9.
             05 FILLER         PIC X(2) VALUE SPACES.
             05 FILLER         PIC X(40) VALUE
                 "NOT ACTIVE ON DAY3.SIT, NOT LEFT OUT".
         01  flip-line        PIC X(132).
         01  column-site-line.
             05 FILLER         PIC X(5) VALUE "SITE ".
             05 csl-site       PIC X(8).
             05 FILLER         PIC X(11) VALUE " LEFT OUT, ".
             05 csl-count      PIC Z(7)9.
             05 FILLER         PIC X(20) VALUE " RECORD(S) REMAIN".
      * 14 columns of 8 to a grid row keeps the widest word on the
      * 132-column stock: 16 of caption plus 112 of cells.
         01  column-grid-line.
             05 cgl-caption    PIC X(16).
             05 cgl-cell OCCURS 14 TIMES.
                10 FILLER      PIC X(1).
                10 cgl-value   PIC X(7).
         01  grid-column-edit  PIC Z(6)9.
         01  grid-pct-edit     PIC Z(3)9.99.
         01  grid-move-edit    PIC +++9.99.
         01  flip-column-edit  PIC 99.

       PROCEDURE DIVISION.
           ACCEPT day3loo-start-time-raw FROM TIME
           ACCEPT DAY3-VALID-FILENAME FROM ENVIRONMENT "DAY3_VALID_FILE"
           IF DAY3-VALID-FILENAME = SPACES THEN
             MOVE "day3.val" TO DAY3-VALID-FILENAME
           END-IF
           DISPLAY "day3loo: reading " DAY3-VALID-FILENAME
           OPEN INPUT input-file
           IF NOT file-is-ok THEN
             DISPLAY "day3loo: unable to open " DAY3-VALID-FILENAME
                 ", file status " input-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           CLOSE input-file

           PERFORM load-site-master
           PERFORM load-site-blocks
           IF site-block-count = 0 THEN
             DISPLAY "day3loo: no usable day3.src site rows, no site "
                 "to leave out"
             MOVE 8 TO RETURN-CODE
             PERFORM write-run-audit-record
             STOP RUN
           END-IF
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-MAX-WORD-WIDTH
             MOVE ZERO TO fleet-count-elt(counter)
           END-PERFORM
           SORT sort-file ON ASCENDING KEY sort-word sort-position
               INPUT PROCEDURE tag-input-records
               GIVING sorted-file
           IF line-count = 0 THEN
             DISPLAY "day3loo: " DAY3-VALID-FILENAME
                 " holds no records, nothing to analyse"
             MOVE 8 TO RETURN-CODE
             PERFORM write-run-audit-record
             STOP RUN
           END-IF
           IF site-block-total NOT = line-count OR
               site-unplaced NOT = 0 THEN
             DISPLAY "day3loo: day3.src accounts for " site-block-total
                 " validated record(s), " DAY3-VALID-FILENAME
                 " holds " line-count " - records cannot be charged "
                 "to sites, no analysis produced"
             MOVE 8 TO RETURN-CODE
             PERFORM write-run-audit-record
             STOP RUN
           END-IF

           PERFORM compute-fleet-figures
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             IF site-rerun(site-idx) THEN
               ADD 1 TO rerun-count
               PERFORM leave-one-site-out
             END-IF
           END-PERFORM
           PERFORM write-impact-report
           DISPLAY "day3loo: " rerun-count " site(s) left out in turn, "
               flip-site-count " flip a majority bit, report to "
               "day3loo.rpt"
           PERFORM write-run-audit-record
       STOP RUN.

      *******************************************************************
      * load-site-master - the active sites on day3.sit into the site
      * table, each marked for a leave-one-out rerun. Held sites are
      * already out of the night's run and are not loaded.
      *******************************************************************
       load-site-master.
           OPEN INPUT site-master-file.
           IF site-master-not-found THEN
             DISPLAY "day3loo: no day3.sit site master, every site "
                 "on day3.src is left out in turn"
             EXIT PARAGRAPH
           END-IF
           IF NOT site-master-file-is-ok THEN
             DISPLAY "day3loo: unable to open day3.sit, file status "
                 site-master-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           SET day3loo-master-loaded TO TRUE
           PERFORM UNTIL site-master-eof
             READ site-master-file
             IF site-master-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3-SIT-SITE NOT = SPACES AND DAY3-SIT-ACTIVE THEN
               MOVE DAY3-SIT-SITE TO site-tag-work
               PERFORM find-site-entry
               IF site-idx > 0 THEN
                 MOVE 'Y' TO site-rerun-sw(site-idx)
               END-IF
             END-IF
           END-PERFORM
           CLOSE site-master-file
           .

      *******************************************************************
      * load-site-blocks - day3.src into the block table ahead of the
      * sort, one block per src row in file order, each pointing at
      * its site's slot; a row with no site identifier is tagged
      * "SEQ nn" the way day3val tags it. Without a site master every
      * site found here is marked for a rerun.
      *******************************************************************
       load-site-blocks.
           OPEN INPUT source-file.
           IF source-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT source-file-is-ok THEN
             DISPLAY "day3loo: unable to open day3.src, file status "
                 source-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL source-eof
             READ source-file
             IF source-eof THEN
               EXIT PERFORM
             END-IF
             IF site-block-count >= 99 THEN
               DISPLAY "day3loo: site-block-table capacity 99 "
                   "exceeded"
               MOVE ZERO TO site-block-count
               EXIT PERFORM
             END-IF
             IF DAY3-SRC-SITE NOT = SPACES THEN
               MOVE DAY3-SRC-SITE TO site-tag-work
             ELSE
               MOVE SPACES TO site-tag-work
               STRING "SEQ " DAY3-SRC-SEQUENCE DELIMITED BY SIZE
                   INTO site-tag-work
             END-IF
             PERFORM find-site-entry
             IF site-idx = 0 THEN
               MOVE ZERO TO site-block-count
               EXIT PERFORM
             END-IF
             IF site-seq(site-idx) = 0 THEN
               MOVE DAY3-SRC-SEQUENCE TO site-seq(site-idx)
               MOVE DAY3-SRC-STATUS TO site-status(site-idx)
             END-IF
             IF NOT DAY3-SRC-OK THEN
               MOVE DAY3-SRC-STATUS TO site-status(site-idx)
             END-IF
             IF NOT day3loo-master-loaded THEN
               MOVE 'Y' TO site-rerun-sw(site-idx)
             END-IF
             ADD 1 TO site-block-count
             MOVE site-idx TO blk-site-idx(site-block-count)
             IF DAY3-SRC-VALID-COUNT IS NUMERIC THEN
               MOVE DAY3-SRC-VALID-COUNT TO blk-valid(site-block-count)
             ELSE
               MOVE ZERO TO blk-valid(site-block-count)
             END-IF
             ADD blk-valid(site-block-count) TO site-block-total
           END-PERFORM
           CLOSE source-file
           .

      *******************************************************************
      * find-site-entry - the table slot for site-tag-work, a new one
      * if the site hasn't been seen; site-idx comes back zero when
      * the table is full.
      *******************************************************************
       find-site-entry.
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             IF site-tag(site-idx) = site-tag-work THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF site-count >= 30 THEN
             DISPLAY "day3loo: site-table capacity 30 exceeded, site "
                 site-tag-work " not analysed"
             MOVE 0 TO site-idx
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO site-count
           MOVE site-count TO site-idx
           MOVE site-tag-work TO site-tag(site-idx)
           MOVE ZERO TO site-seq(site-idx) site-valid(site-idx)
           MOVE SPACES TO site-status(site-idx)
           MOVE 'N' TO site-rerun-sw(site-idx)
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-MAX-WORD-WIDTH
             MOVE ZERO TO site-count-elt(site-idx, counter)
           END-PERFORM
           MOVE ZERO TO loo-count(site-idx) loo-power(site-idx)
               loo-oxygen(site-idx) loo-carbon(site-idx)
               loo-life(site-idx) loo-power-move(site-idx)
               loo-life-move(site-idx) loo-impact(site-idx)
               loo-flips(site-idx) loo-rank(site-idx)
           MOVE SPACES TO loo-gamma(site-idx) loo-epsilon(site-idx)
           .

      *******************************************************************
      * tag-input-records - the sort's input procedure: every
      * validated record released with its position and site tag,
      * and tallied column by column into the fleet and its site.
      *******************************************************************
       tag-input-records.
           OPEN INPUT input-file.
           IF NOT file-is-ok THEN
             DISPLAY "day3loo: unable to open " DAY3-VALID-FILENAME
                 ", file status " input-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL end-of-file
             READ input-file
             IF end-of-file THEN
               EXIT PERFORM
             END-IF
             ADD 1 TO line-count
             MOVE SPACES TO sort-record
             MOVE input-record TO sort-word
             MOVE line-count TO sort-position
             PERFORM VARYING counter FROM 1 BY 1
                 UNTIL counter > DAY3-WORD-WIDTH
               IF input-record(counter:1) = '1' THEN
                 ADD 1 TO fleet-count-elt(counter)
               END-IF
             END-PERFORM
             PERFORM charge-record-to-site
             RELEASE sort-record
           END-PERFORM
           CLOSE input-file
           .

      *******************************************************************
      * charge-record-to-site - the record belongs to the current
      * block until that block's count is used up, then to the next
      * block with any records left. A record past the last block is
      * counted unplaced and goes to the sort untagged.
      *******************************************************************
       charge-record-to-site.
           PERFORM UNTIL site-block-left > 0
               OR site-block-idx >= site-block-count
             ADD 1 TO site-block-idx
             MOVE blk-valid(site-block-idx) TO site-block-left
           END-PERFORM
           IF site-block-left = 0 THEN
             ADD 1 TO site-unplaced
             EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM site-block-left
           MOVE blk-site-idx(site-block-idx) TO site-idx
           ADD 1 TO site-valid(site-idx)
           MOVE site-tag(site-idx) TO sort-site
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-WORD-WIDTH
             IF input-record(counter:1) = '1' THEN
               ADD 1 TO site-count-elt(site-idx, counter)
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * compute-fleet-figures - the whole file's figures, every site
      * in, which each leave-one-out figure is measured against.
      *******************************************************************
       compute-fleet-figures.
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-MAX-WORD-WIDTH
             MOVE fleet-count-elt(counter) TO calc-count-elt(counter)
           END-PERFORM
           MOVE line-count TO calc-valid
           PERFORM compute-power-figures
           MOVE calc-gamma TO fleet-gamma
           MOVE calc-epsilon TO fleet-epsilon
           MOVE calc-power TO fleet-power
           MOVE SPACES TO exclude-site
           MOVE line-count TO filter-population
           SET day3loo-oxygen-pass TO TRUE
           PERFORM run-rating-filter
           MOVE rating-value TO fleet-oxygen
           SET day3loo-carbon-pass TO TRUE
           PERFORM run-rating-filter
           MOVE rating-value TO fleet-carbon
           MULTIPLY fleet-oxygen BY fleet-carbon GIVING rating-product
           MOVE rating-product TO fleet-life
           .

      *******************************************************************
      * leave-one-site-out - the fleet figures again without the
      * site's records: the column tallies less the site's own, the
      * rating filters with the site's records passed over. A site
      * that sent nothing tonight leaves the fleet figures as they
      * are; the only site in the run leaves nothing to rate, so its
      * figures without it go to zero.
      *******************************************************************
       leave-one-site-out.
           SUBTRACT site-valid(site-idx) FROM line-count
               GIVING loo-count(site-idx)
           MOVE ZERO TO loo-flips(site-idx)
           IF site-valid(site-idx) = 0 THEN
             MOVE fleet-gamma TO loo-gamma(site-idx)
             MOVE fleet-epsilon TO loo-epsilon(site-idx)
             MOVE fleet-power TO loo-power(site-idx)
             MOVE fleet-oxygen TO loo-oxygen(site-idx)
             MOVE fleet-carbon TO loo-carbon(site-idx)
             MOVE fleet-life TO loo-life(site-idx)
           ELSE
             IF loo-count(site-idx) = 0 THEN
               MOVE SPACES TO loo-gamma(site-idx) loo-epsilon(site-idx)
               MOVE ZERO TO loo-power(site-idx) loo-oxygen(site-idx)
                   loo-carbon(site-idx) loo-life(site-idx)
             ELSE
               PERFORM VARYING counter FROM 1 BY 1
                   UNTIL counter > DAY3-MAX-WORD-WIDTH
                 SUBTRACT site-count-elt(site-idx, counter) FROM
                     fleet-count-elt(counter)
                     GIVING calc-count-elt(counter)
               END-PERFORM
               MOVE loo-count(site-idx) TO calc-valid
               PERFORM compute-power-figures
               MOVE calc-gamma TO loo-gamma(site-idx)
               MOVE calc-epsilon TO loo-epsilon(site-idx)
               MOVE calc-power TO loo-power(site-idx)
               PERFORM VARYING counter FROM 1 BY 1
                   UNTIL counter > DAY3-WORD-WIDTH
                 IF calc-gamma(counter:1) NOT =
                     fleet-gamma(counter:1) THEN
                   ADD 1 TO loo-flips(site-idx)
                 END-IF
               END-PERFORM
               MOVE site-tag(site-idx) TO exclude-site
               MOVE loo-count(site-idx) TO filter-population
               SET day3loo-oxygen-pass TO TRUE
               PERFORM run-rating-filter
               MOVE rating-value TO loo-oxygen(site-idx)
               SET day3loo-carbon-pass TO TRUE
               PERFORM run-rating-filter
               MOVE rating-value TO loo-carbon(site-idx)
               MULTIPLY loo-oxygen(site-idx) BY loo-carbon(site-idx)
                   GIVING rating-product
               MOVE rating-product TO loo-life(site-idx)
               MOVE SPACES TO exclude-site
             END-IF
           END-IF
           IF loo-flips(site-idx) > 0 THEN
             ADD 1 TO flip-site-count
           END-IF
           PERFORM compute-site-moves
           .

      *******************************************************************
      * compute-site-moves - how far each figure moves with the site
      * left out, as a signed percentage of the fleet figure, and the
      * site's impact: the larger of the two moves either way. A
      * fleet figure of zero leaves nothing to measure against; a move
      * past the edited width is pinned at the ceiling.
      *******************************************************************
       compute-site-moves.
           MOVE ZERO TO loo-power-move(site-idx) loo-life-move(site-idx)
           IF fleet-power > 0 THEN
             COMPUTE loo-power-move(site-idx) ROUNDED =
                 loo-power(site-idx) * 100 / fleet-power - 100
               ON SIZE ERROR
                 MOVE 9999999.99 TO loo-power-move(site-idx)
             END-COMPUTE
           END-IF
           IF fleet-life > 0 THEN
             COMPUTE loo-life-move(site-idx) ROUNDED =
                 loo-life(site-idx) * 100 / fleet-life - 100
               ON SIZE ERROR
                 MOVE 9999999.99 TO loo-life-move(site-idx)
             END-COMPUTE
           END-IF
           IF loo-power-move(site-idx) < 0 THEN
             COMPUTE loo-impact(site-idx) =
                 0 - loo-power-move(site-idx)
           ELSE
             MOVE loo-power-move(site-idx) TO loo-impact(site-idx)
           END-IF
           IF loo-life-move(site-idx) < 0 THEN
             COMPUTE abs-move = 0 - loo-life-move(site-idx)
           ELSE
             MOVE loo-life-move(site-idx) TO abs-move
           END-IF
           IF abs-move > loo-impact(site-idx) THEN
             MOVE abs-move TO loo-impact(site-idx)
           END-IF
           .

      *******************************************************************
      * compute-power-figures - day3a's calculation over the work
      * area: a column's gamma bit is '1' when its 1-count is over
      * half the valid count (rounded), epsilon is the complement, and
      * the power figure is their product as binary values.
      *******************************************************************
       compute-power-figures.
           MOVE SPACES TO calc-gamma calc-epsilon
           DIVIDE 2 INTO calc-valid GIVING calc-half ROUNDED
           PERFORM VARYING counter FROM 1 BY 1
               UNTIL counter > DAY3-WORD-WIDTH
             IF calc-count-elt(counter) > calc-half THEN
               MOVE '1' TO calc-gamma(counter:1)
               MOVE '0' TO calc-epsilon(counter:1)
             ELSE
               MOVE '0' TO calc-gamma(counter:1)
               MOVE '1' TO calc-epsilon(counter:1)
             END-IF
           END-PERFORM
           MOVE ZERO TO calc-gamma-i calc-epsilon-i
           MOVE 1 TO mul
           PERFORM VARYING counter FROM DAY3-WORD-WIDTH BY -1
               UNTIL counter < 1
             IF calc-gamma(counter:1) = '1' THEN
               ADD mul TO calc-gamma-i
             END-IF
             IF calc-epsilon(counter:1) = '1' THEN
               ADD mul TO calc-epsilon-i
             END-IF
             MULTIPLY mul BY 2 GIVING mul
           END-PERFORM
           MULTIPLY calc-gamma-i BY calc-epsilon-i GIVING calc-power
           .

      *******************************************************************
      * run-rating-filter - day3b's filter over day3loo.srt: grow
      * filter-prefix a bit position at a time, oxygen keeping the
      * most common next bit (ties to '1'), CO2 the least common (ties
      * to '0'), until one record is left or the word width runs out
      * on exact duplicates of one word.
      *******************************************************************
       run-rating-filter.
           MOVE SPACES TO filter-prefix
           MOVE ZERO TO prefix-len
           MOVE filter-population TO surviving-count
           IF filter-population = 1 THEN
             PERFORM fetch-only-record
           END-IF
           PERFORM UNTIL surviving-count = 1
               OR prefix-len >= DAY3-WORD-WIDTH
             PERFORM count-partition-split
             IF ones-count + zeros-count = 0 THEN
               DISPLAY "day3loo: filter partition emptied at position "
                   prefix-len ", day3loo.srt changed under the run"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO prefix-len
             PERFORM choose-surviving-side
           END-PERFORM
           PERFORM convert-word-to-rating
           .

       fetch-only-record.
           OPEN INPUT sorted-file.
           IF NOT sorted-file-is-ok THEN
             DISPLAY "day3loo: unable to open day3loo.srt, file status "
                 sorted-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL sorted-eof
             READ sorted-file
             IF sorted-eof THEN
               EXIT PERFORM
             END-IF
             IF exclude-site = SPACES OR sorted-site NOT = exclude-site
                 THEN
               MOVE sorted-word TO rating-word
               EXIT PERFORM
             END-IF
           END-PERFORM
           CLOSE sorted-file
           .

      *******************************************************************
      * count-partition-split - one sequential read of day3loo.srt,
      * tallying how the records matching filter-prefix (the left-out
      * site's records passed over) split on the next bit position.
      *******************************************************************
       count-partition-split.
           MOVE ZERO TO ones-count
           MOVE ZERO TO zeros-count
           MOVE SPACES TO first-one-word
           MOVE SPACES TO first-zero-word
           OPEN INPUT sorted-file.
           IF NOT sorted-file-is-ok THEN
             DISPLAY "day3loo: unable to open day3loo.srt, file status "
                 sorted-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL sorted-eof
             READ sorted-file
             IF sorted-eof THEN
               EXIT PERFORM
             END-IF
             IF exclude-site NOT = SPACES AND
                 sorted-site = exclude-site THEN
               CONTINUE
             ELSE
               IF prefix-len = 0 THEN
                 PERFORM tally-record-side
               ELSE
                 IF sorted-word(1:prefix-len) =
                     filter-prefix(1:prefix-len) THEN
                   PERFORM tally-record-side
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           CLOSE sorted-file
           .

       tally-record-side.
           IF sorted-word(prefix-len + 1:1) = '1' THEN
             ADD 1 TO ones-count
             IF ones-count = 1 THEN
               MOVE sorted-word TO first-one-word
             END-IF
           ELSE
             ADD 1 TO zeros-count
             IF zeros-count = 1 THEN
               MOVE sorted-word TO first-zero-word
             END-IF
           END-IF
           .

       choose-surviving-side.
           EVALUATE TRUE
             WHEN ones-count = 0
               PERFORM keep-zero-side
             WHEN zeros-count = 0
               PERFORM keep-one-side
             WHEN day3loo-oxygen-pass AND ones-count >= zeros-count
               PERFORM keep-one-side
             WHEN day3loo-carbon-pass AND ones-count < zeros-count
               PERFORM keep-one-side
             WHEN OTHER
               PERFORM keep-zero-side
           END-EVALUATE
           .

       keep-one-side.
           MOVE '1' TO filter-prefix(prefix-len:1)
           MOVE ones-count TO surviving-count
           MOVE first-one-word TO rating-word
           .

       keep-zero-side.
           MOVE '0' TO filter-prefix(prefix-len:1)
           MOVE zeros-count TO surviving-count
           MOVE first-zero-word TO rating-word
           .

       convert-word-to-rating.
           MOVE ZERO TO rating-value
           MOVE 1 TO mul
           PERFORM VARYING counter FROM DAY3-WORD-WIDTH BY -1
               UNTIL counter < 1
             IF rating-word(counter:1) = '1' THEN
               ADD mul TO rating-value
             END-IF
             MULTIPLY mul BY 2 GIVING mul
           END-PERFORM
           .

      *******************************************************************
      * write-impact-report - the fleet figures, the sites ranked by
      * impact, the sites whose absence flips a majority bit named,
      * and each site's column-by-column movement.
      *******************************************************************
       write-impact-report.
           OPEN OUTPUT print-file.
           IF NOT print-file-is-ok THEN
             DISPLAY "day3loo: unable to open day3loo.rpt, file status "
                 print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           ACCEPT day3loo-run-date-raw FROM DATE YYYYMMDD
           ACCEPT day3loo-run-time-raw FROM TIME
           MOVE day3loo-run-date-raw(1:4) TO day3loo-run-date(1:4)
           MOVE "-" TO day3loo-run-date(5:1)
           MOVE day3loo-run-date-raw(5:2) TO day3loo-run-date(6:2)
           MOVE "-" TO day3loo-run-date(8:1)
           MOVE day3loo-run-date-raw(7:2) TO day3loo-run-date(9:2)
           MOVE day3loo-run-time-raw(1:2) TO day3loo-run-time(1:2)
           MOVE ":" TO day3loo-run-time(3:1)
           MOVE day3loo-run-time-raw(3:2) TO day3loo-run-time(4:2)
           MOVE ":" TO day3loo-run-time(6:1)
           MOVE day3loo-run-time-raw(5:2) TO day3loo-run-time(7:2)
           MOVE day3loo-run-date TO ph1-date
           MOVE day3loo-run-time TO ph1-time
           MOVE page-head-1 TO print-line
           WRITE print-line
           MOVE DAY3-VALID-FILENAME TO ph2-source
           MOVE page-head-2 TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "FLEET RECORDS" TO fig-caption
           MOVE line-count TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "FLEET GAMMA" TO fig-caption
           MOVE fleet-gamma(1:DAY3-WORD-WIDTH) TO fig-value
           PERFORM write-figure-line
           MOVE "FLEET EPSILON" TO fig-caption
           MOVE fleet-epsilon(1:DAY3-WORD-WIDTH) TO fig-value
           PERFORM write-figure-line
           MOVE "FLEET POWER CONSUMPTION" TO fig-caption
           MOVE fleet-power TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "FLEET OXYGEN" TO fig-caption
           MOVE fleet-oxygen TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "FLEET CO2" TO fig-caption
           MOVE fleet-carbon TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line
           MOVE "FLEET LIFE SUPPORT" TO fig-caption
           MOVE fleet-life TO fig-number-edit
           MOVE fig-number-edit TO fig-value
           PERFORM write-figure-line

           PERFORM write-impact-ranking
           PERFORM write-flip-summary
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "COLUMN MOVEMENT WITH EACH SITE LEFT OUT, RANK ORDER"
               TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           PERFORM VARYING rank-no FROM 1 BY 1
               UNTIL rank-no > site-count
             PERFORM pick-by-rank
             IF best-idx = 0 THEN
               EXIT PERFORM
             END-IF
             PERFORM write-site-columns
           END-PERFORM
           CLOSE print-file
           .

       write-figure-line.
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE SPACES TO figure-line
           .

      *******************************************************************
      * write-impact-ranking - the left-out sites, largest impact
      * first (ties to more flipped bits, then the earlier site); each
      * site's place is kept in loo-rank for the sections after it.
      * Sites on day3.src but not active on day3.sit are listed after
      * the ranking, not analysed.
      *******************************************************************
       write-impact-ranking.
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "SITES RANKED BY IMPACT (LARGER OF POWER/LIFE MOVE)"
               TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           MOVE impact-head-line TO print-line
           WRITE print-line
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             MOVE ZERO TO loo-rank(site-idx)
           END-PERFORM
           PERFORM VARYING rank-no FROM 1 BY 1
               UNTIL rank-no > rerun-count
             PERFORM pick-next-site
             IF best-idx = 0 THEN
               EXIT PERFORM
             END-IF
             MOVE rank-no TO loo-rank(best-idx)
             MOVE rank-no TO idl-rank
             MOVE site-tag(best-idx) TO idl-site
             MOVE site-valid(best-idx) TO idl-count
             MOVE loo-power(best-idx) TO idl-power
             MOVE loo-power-move(best-idx) TO idl-power-move
             MOVE loo-life(best-idx) TO idl-life
             MOVE loo-life-move(best-idx) TO idl-life-move
             MOVE loo-flips(best-idx) TO idl-flips
             MOVE impact-detail-line TO print-line
             WRITE print-line
           END-PERFORM
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             IF NOT site-rerun(site-idx) THEN
               MOVE site-tag(site-idx) TO nrl-site
               MOVE site-valid(site-idx) TO nrl-count
               MOVE not-rerun-line TO print-line
               WRITE print-line
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * pick-next-site - the unranked left-out site with the largest
      * impact; best-idx comes back zero once none are left.
      *******************************************************************
       pick-next-site.
           MOVE 0 TO best-idx
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             IF site-rerun(site-idx) AND
                 loo-rank(site-idx) = ZERO THEN
               IF best-idx = 0 THEN
                 MOVE site-idx TO best-idx
               ELSE
                 IF loo-impact(site-idx) > loo-impact(best-idx) OR
                     (loo-impact(site-idx) = loo-impact(best-idx) AND
                      loo-flips(site-idx) > loo-flips(best-idx)) THEN
                   MOVE site-idx TO best-idx
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * pick-by-rank - the site the ranking placed at rank-no.
      *******************************************************************
       pick-by-rank.
           MOVE 0 TO best-idx
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             IF site-rerun(site-idx) AND
                 loo-rank(site-idx) = rank-no THEN
               MOVE site-idx TO best-idx
               EXIT PERFORM
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * write-flip-summary - every site whose absence turns at least
      * one column's majority bit over, with the columns named: the
      * sites actually deciding the gamma/epsilon call tonight.
      *******************************************************************
       write-flip-summary.
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "SITES WHOSE ABSENCE FLIPS A COLUMN'S MAJORITY BIT" TO
               shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           IF flip-site-count = 0 THEN
             MOVE "NO SINGLE SITE'S ABSENCE FLIPS A MAJORITY BIT" TO
                 print-line
             WRITE print-line
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING site-idx FROM 1 BY 1
               UNTIL site-idx > site-count
             IF site-rerun(site-idx) AND loo-flips(site-idx) > 0 THEN
               MOVE SPACES TO flip-line
               MOVE 1 TO flip-pointer
               STRING "SITE " site-tag(site-idx)
                   " LEFT OUT FLIPS COLUMN(S)" DELIMITED BY SIZE
                   INTO flip-line WITH POINTER flip-pointer
               PERFORM VARYING counter FROM 1 BY 1
                   UNTIL counter > DAY3-WORD-WIDTH
                 IF loo-gamma(site-idx)(counter:1) NOT =
                     fleet-gamma(counter:1) THEN
                   MOVE counter TO flip-column-edit
                   STRING " " flip-column-edit DELIMITED BY SIZE
                       INTO flip-line WITH POINTER flip-pointer
                 END-IF
               END-PERFORM
               MOVE flip-line TO print-line
               WRITE print-line
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * write-site-columns - one site's column grid: each column's
      * fleet 1-percentage, the 1-percentage without the site, how
      * far it moved, and the gamma call without the site, marked
      * FLIP where it differs from the fleet's.
      *******************************************************************
       write-site-columns.
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE site-tag(best-idx) TO csl-site
           MOVE loo-count(best-idx) TO csl-count
           MOVE column-site-line TO print-line
           WRITE print-line
           IF loo-count(best-idx) = 0 THEN
             MOVE "  NO RECORDS LEFT TO CALCULATE FROM" TO print-line
             WRITE print-line
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING grid-start FROM 1 BY 14
               UNTIL grid-start > DAY3-WORD-WIDTH
             COMPUTE grid-end = grid-start + 13
             IF grid-end > DAY3-WORD-WIDTH THEN
               MOVE DAY3-WORD-WIDTH TO grid-end
             END-IF
             MOVE SPACES TO column-grid-line
             MOVE "  COLUMN" TO cgl-caption
             PERFORM VARYING counter FROM grid-start BY 1
                 UNTIL counter > grid-end
               COMPUTE grid-cell = counter - grid-start + 1
               MOVE counter TO grid-column-edit
               MOVE grid-column-edit TO cgl-value(grid-cell)
             END-PERFORM
             MOVE column-grid-line TO print-line
             WRITE print-line
             MOVE SPACES TO column-grid-line
             MOVE "  FLEET 1-PCT" TO cgl-caption
             PERFORM VARYING counter FROM grid-start BY 1
                 UNTIL counter > grid-end
               COMPUTE grid-cell = counter - grid-start + 1
               PERFORM compute-column-pcts
               MOVE pct-fleet TO grid-pct-edit
               MOVE grid-pct-edit TO cgl-value(grid-cell)
             END-PERFORM
             MOVE column-grid-line TO print-line
             WRITE print-line
             MOVE SPACES TO column-grid-line
             MOVE "  WITHOUT 1-PCT" TO cgl-caption
             PERFORM VARYING counter FROM grid-start BY 1
                 UNTIL counter > grid-end
               COMPUTE grid-cell = counter - grid-start + 1
               PERFORM compute-column-pcts
               MOVE pct-without TO grid-pct-edit
               MOVE grid-pct-edit TO cgl-value(grid-cell)
             END-PERFORM
             MOVE column-grid-line TO print-line
             WRITE print-line
             MOVE SPACES TO column-grid-line
             MOVE "  MOVED" TO cgl-caption
             PERFORM VARYING counter FROM grid-start BY 1
                 UNTIL counter > grid-end
               COMPUTE grid-cell = counter - grid-start + 1
               PERFORM compute-column-pcts
               MOVE pct-moved TO grid-move-edit
               MOVE grid-move-edit TO cgl-value(grid-cell)
             END-PERFORM
             MOVE column-grid-line TO print-line
             WRITE print-line
             MOVE SPACES TO column-grid-line
             MOVE "  GAMMA WITHOUT" TO cgl-caption
             PERFORM VARYING counter FROM grid-start BY 1
                 UNTIL counter > grid-end
               COMPUTE grid-cell = counter - grid-start + 1
               MOVE loo-gamma(best-idx)(counter:1) TO
                   cgl-value(grid-cell)(7:1)
               IF loo-gamma(best-idx)(counter:1) NOT =
                   fleet-gamma(counter:1) THEN
                 MOVE "FLIP" TO cgl-value(grid-cell)(1:4)
               END-IF
             END-PERFORM
             MOVE column-grid-line TO print-line
             WRITE print-line
           END-PERFORM
           .

       compute-column-pcts.
           COMPUTE pct-fleet ROUNDED =
               fleet-count-elt(counter) * 100 / line-count
           COMPUTE pct-without ROUNDED =
               (fleet-count-elt(counter) -
                site-count-elt(best-idx, counter)) * 100
               / loo-count(best-idx)
           COMPUTE pct-moved = pct-without - pct-fleet
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
             DISPLAY "day3loo: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO DAY3-LOG-RECORD
           ACCEPT day3loo-log-date-raw FROM DATE YYYYMMDD
           ACCEPT day3loo-log-end-raw FROM TIME
           MOVE day3loo-log-date-raw(1:4) TO DAY3-LOG-RUN-DATE(1:4)
           MOVE "-" TO DAY3-LOG-RUN-DATE(5:1)
           MOVE day3loo-log-date-raw(5:2) TO DAY3-LOG-RUN-DATE(6:2)
           MOVE "-" TO DAY3-LOG-RUN-DATE(8:1)
           MOVE day3loo-log-date-raw(7:2) TO DAY3-LOG-RUN-DATE(9:2)
           MOVE day3loo-start-time-raw(1:2) TO DAY3-LOG-START-TIME(1:2)
           MOVE ":" TO DAY3-LOG-START-TIME(3:1)
           MOVE day3loo-start-time-raw(3:2) TO DAY3-LOG-START-TIME(4:2)
           MOVE ":" TO DAY3-LOG-START-TIME(6:1)
           MOVE day3loo-start-time-raw(5:2) TO DAY3-LOG-START-TIME(7:2)
           MOVE day3loo-log-end-raw(1:2) TO DAY3-LOG-END-TIME(1:2)
           MOVE ":" TO DAY3-LOG-END-TIME(3:1)
           MOVE day3loo-log-end-raw(3:2) TO DAY3-LOG-END-TIME(4:2)
           MOVE ":" TO DAY3-LOG-END-TIME(6:1)
           MOVE day3loo-log-end-raw(5:2) TO DAY3-LOG-END-TIME(7:2)
           MOVE "DAY3LOO" TO DAY3-LOG-PROGRAM
           MOVE DAY3-VALID-FILENAME TO DAY3-LOG-INPUT-FILE
           MOVE line-count TO DAY3-LOG-READ-COUNT
           MOVE ZERO TO DAY3-LOG-REJECT-COUNT
           SET DAY3-LOG-FULL-RUN TO TRUE
           SET DAY3-LOG-FULL-MODE TO TRUE
           MOVE RETURN-CODE TO DAY3-LOG-RETURN-CODE
           WRITE DAY3-LOG-RECORD
           CLOSE run-log-file
           .
