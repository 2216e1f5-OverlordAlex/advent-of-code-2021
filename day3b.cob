         SELECT input-file ASSIGN TO DYNAMIC DAY3-VALID-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS input-file-status.
         SELECT source-file ASSIGN TO "day3.src"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS source-file-status.
         SELECT sort-file ASSIGN TO "day3b.swk".
         SELECT sorted-file ASSIGN TO "day3b.srt"
           ORGANIZATION LINE SEQUENTIAL
         SELECT output-file ASSIGN TO "day3b.out"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS output-file-status.
         SELECT trail-file ASSIGN TO "day3b.trl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS trail-file-status.
         SELECT trail-print-file ASSIGN TO "day3btrl.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS trail-print-file-status.
         SELECT day3b-ckpt-file ASSIGN TO "day3b.ckpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS day3b-ckpt-file-status.
         SELECT run-log-file ASSIGN TO "day3.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-log-file-status.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.

       DATA DIVISION.
         FILE SECTION.
         FD input-file.
         01 input-record PIC X(32).

      * day3.src is day3val's per-site subtotal file; its valid
      * counts say which stretch of the validated file each site
      * supplied, which is how every record gets its site tag below.
         FD source-file.
         COPY day3src.

      * every validated word goes to the sort carrying the site it
      * came from and its position on the validated file, so a
      * rating can be traced back to the feed that supplied it and
      * the per-site filters can pick out one site's records.
         SD sort-file.
         01 sort-record.
            03 sort-word     PIC X(32).
            03 sort-site     PIC X(8).
            03 sort-position PIC 9(8).

      * day3b.srt is the external sort work file the rating filters
      * run against: the validated input sorted once, ascending on
      * the whole word (then input position), so every prefix
      * partition is a contiguous stretch and each filtering pass is
      * a plain sequential read instead of a shuffle of three
      * in-storage tables. It also puts exact duplicate records next
      * to each other, which is where scan-sorted-records counts
      * them, earliest arrival first.
         FD sorted-file.
         01 sorted-record.
            03 sorted-word     PIC X(32).
            03 sorted-site     PIC X(8).
            03 sorted-position PIC 9(8).

         FD output-file.
         COPY day3out.

      * the filter trail: every pass, bit by bit, as data on
      * day3b.trl and as the printed listing on day3btrl.rpt.
         FD trail-file.
         COPY day3trl.

         FD trail-print-file.
         01 trail-print-line PIC X(132).

      * day3b-ckpt-file records that the oxygen pass finished, so a
      * rerun after a mid-job failure can pick up at the CO2 pass
      * instead of re-running the oxygen filter from scratch.
         FD run-log-file.
         COPY day3log.

      * the shared run-control lock (see day3rcl.cpy), taken before
      * this run changes anything and given back at end of job.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         WORKING-STORAGE SECTION.
         COPY day3cfg.

         01 input-file-status PIC 99.
             88 file-is-ok     VALUE 0.
             88 end-of-file    VALUE 10.
         01 source-file-status PIC 99.
             88 source-file-is-ok  VALUE 0.
             88 source-eof         VALUE 10.
             88 source-not-found   VALUE 35.
         01 sorted-file-status PIC 99.
             88 sorted-file-is-ok VALUE 0.
             88 sorted-eof        VALUE 10.
         01 output-file-status PIC 99.
             88 output-file-is-ok VALUE 0.
         01 trail-file-status PIC 99.
             88 trail-file-is-ok    VALUE 0.
             88 trail-not-found     VALUE 35.
         01 trail-print-file-status PIC 99.
             88 trail-print-file-is-ok VALUE 0.
             88 trail-print-not-found  VALUE 35.
         01 day3b-ckpt-file-status PIC 99.
             88 day3b-ckpt-file-is-ok VALUE 0.
         01 run-log-file-status PIC 99.
         01 rating-word      PIC X(32).
         01 rating-value     PIC 9(12).

      * where each side's first word came from, carried along with
      * the word so the survivor's site and validated-file position
      * are in hand when the pass ends; origin-file and
      * origin-record are the site extract and the record within it
      * the position falls on.
         01 first-one-site      PIC X(8).
         01 first-one-position  PIC 9(8).
         01 first-zero-site     PIC X(8).
         01 first-zero-position PIC 9(8).
         01 rating-site         PIC X(8).
         01 rating-position     PIC 9(8).
         01 origin-file         PIC X(64).
         01 origin-record       PIC 9(8).
         01 origin-walk         PIC 9(8).
         01 origin-blk          PIC 9(3).
         01 trail-rating-edit   PIC Z(11)9.
         01 trail-reason        PIC X(8).
         01 day3b-trail-date    PIC X(10).

         01 day3b-pass-sw PIC X(1).
             88 day3b-oxygen-pass VALUE 'O'.
             88 day3b-carbon-pass VALUE 'C'.

      * filter-site narrows every pass to one site's records (spaces
      * is the whole fleet) and filter-population is how many
      * records the filter starts from.
         01 filter-site       PIC X(8) VALUE SPACES.
         01 filter-population PIC 9(8).

      * the site blocks off day3.src, the same walk day3a makes: the
      * validated file holds each site's records as one contiguous
      * stretch of exactly its src row's DAY3-SRC-VALID-COUNT, in
      * manifest order. 99 blocks is the two-digit DAY3-SRC-SEQUENCE,
      * 30 sites matches day3val's site-master-table.
         01 site-block-table.
            03 site-block-entry OCCURS 99 TIMES.
               05 blk-valid    PIC 9(8).
               05 blk-site-idx PIC 9(2).
               05 blk-filename PIC X(64).
         01 site-block-count PIC 9(2) VALUE 0.
         01 site-block-idx   PIC 9(2) VALUE 0.
         01 site-block-left  PIC 9(8) VALUE 0.
         01 site-block-total PIC 9(8) VALUE 0.
         01 site-unplaced    PIC 9(8) VALUE 0.
         01 input-position   PIC 9(8) VALUE 0.

         01 site-table.
            03 site-entry OCCURS 30 TIMES.
               05 site-tag    PIC X(8).
               05 site-seq    PIC 9(2).
               05 site-status PIC X(8).
               05 site-valid  PIC 9(8).
         01 site-count    PIC 9(2) VALUE 0.
         01 site-idx      PIC 9(2).
         01 site-tag-work PIC X(8).
         01 day3b-site-sw PIC X(1) VALUE 'N'.
             88 day3b-site-figures-usable VALUE 'Y'.
         01 site-oxygen   PIC 9(12).
         01 site-carbon   PIC 9(12).
         01 site-life     PIC 9(32).

      * result is the product of oxygen and carbon, each as wide as
      * DAY3-MAX-WORD-WIDTH (32) bits, so it needs the same PIC 9(32)
      * headroom day3a's own gamma/epsilon product uses; oxygen/carbon
         01 oxygen     PIC 9(12) VALUE 0.
         01 carbon     PIC 9(12) VALUE 0.

         01 trail-title-line.
             05 FILLER PIC X(44) VALUE "DAY3B RATING FILTER TRAIL".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 ttl-date PIC X(10).
         01 trail-pass-line.
             05 tpl-pass   PIC X(12).
             05 FILLER     PIC X(6) VALUE "SCOPE ".
             05 tpl-scope  PIC X(8).
             05 FILLER     PIC X(14) VALUE "  CANDIDATES ".
             05 tpl-count  PIC Z(7)9.
         01 trail-bit-head-line.
             05 FILLER PIC X(5)  VALUE "BIT".
             05 FILLER PIC X(10) VALUE "IN PLAY".
             05 FILLER PIC X(10) VALUE "ONES".
             05 FILLER PIC X(10) VALUE "ZEROS".
             05 FILLER PIC X(6)  VALUE "KEPT".
             05 FILLER PIC X(10) VALUE "LEFT".
             05 FILLER PIC X(34) VALUE "PREFIX".
             05 FILLER PIC X(30) VALUE "WHY".
         01 trail-bit-line.
             05 tbl-bit     PIC Z9.
             05 FILLER      PIC X(3) VALUE SPACES.
             05 tbl-in-play PIC Z(7)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 tbl-ones    PIC Z(7)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 tbl-zeros   PIC Z(7)9.
             05 FILLER      PIC X(4) VALUE SPACES.
             05 tbl-kept    PIC X(1).
             05 FILLER      PIC X(3) VALUE SPACES.
             05 tbl-left    PIC Z(7)9.
             05 FILLER      PIC X(2) VALUE SPACES.
             05 tbl-prefix  PIC X(32).
             05 FILLER      PIC X(2) VALUE SPACES.
             05 tbl-why     PIC X(30).
         01 trail-survivor-line.
             05 FILLER      PIC X(12) VALUE "  SURVIVOR ".
             05 tsl-word    PIC X(32).
             05 FILLER      PIC X(9) VALUE "  RATING ".
             05 tsl-rating  PIC Z(11)9.
         01 trail-origin-line.
             05 FILLER      PIC X(12) VALUE "  FROM SITE ".
             05 tol-site    PIC X(8).
             05 FILLER      PIC X(20) VALUE "  VALIDATED RECORD ".
             05 tol-position PIC Z(7)9.
         01 trail-extract-line.
             05 FILLER      PIC X(12) VALUE "  EXTRACT ".
             05 tel-file    PIC X(64).
             05 FILLER      PIC X(9) VALUE "  RECORD ".
             05 tel-record  PIC Z(7)9.
         01 trail-dup-line.
             05 FILLER      PIC X(9) VALUE "  ONE OF ".
             05 tdl-count   PIC Z(7)9.
             05 FILLER      PIC X(52) VALUE
                 " EXACT DUPLICATES, EARLIEST ON THE VALIDATED FILE".

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
      *******************************************************************
           ACCEPT day3b-start-time-raw FROM TIME
             MOVE "day3.val" TO DAY3-VALID-FILENAME
           END-IF
           DISPLAY "day3b: reading " DAY3-VALID-FILENAME
      * nothing is read or changed until the run-control lock is
      * held (or the driver's, for a step day3run started).
           PERFORM acquire-run-lock
           PERFORM check-restart-checkpoint
      * probe input-file up front, before output-file is created, so a
      * bad DAY3_VALID_FILE never leaves behind a half-written
           END-IF
           CLOSE input-file

           PERFORM load-site-blocks
           SORT sort-file ON ASCENDING KEY sort-word sort-position
               INPUT PROCEDURE tag-input-records
               GIVING sorted-file
           PERFORM scan-sorted-records
           PERFORM check-site-blocks
           IF line-count = 0 THEN
             DISPLAY "day3b: " DAY3-VALID-FILENAME
                 " holds no records, nothing to rate"
             STOP RUN
           END-IF
           PERFORM write-header-record
           PERFORM open-trail-files
           IF day3b-restart-from-checkpoint THEN
             DISPLAY "day3b: checkpoint found, skipping oxygen pass, "
                 "oxygen:" oxygen
           ELSE
             SET day3b-oxygen-pass TO TRUE
             MOVE line-count TO filter-population
             PERFORM run-rating-filter
             MOVE rating-value TO oxygen
             DISPLAY "oxygen:" oxygen
           END-IF
      *******************************************************************
           SET day3b-carbon-pass TO TRUE
           MOVE line-count TO filter-population
           PERFORM run-rating-filter
           MOVE rating-value TO carbon
           DISPLAY "co2: " carbon
           DISPLAY "result: " result

           PERFORM write-output-record
           IF day3b-site-figures-usable THEN
             PERFORM VARYING site-idx FROM 1 BY 1
                 UNTIL site-idx > site-count
               PERFORM rate-one-site
             END-PERFORM
           END-IF
           PERFORM write-trailer-record
           PERFORM clear-checkpoint
           CLOSE output-file
           CLOSE trail-file
           CLOSE trail-print-file
           IF site-block-count > 0 AND
               NOT day3b-site-figures-usable THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM write-run-audit-record
       STOP RUN.

               EXIT PERFORM
             END-IF
             ADD 1 TO line-count
             IF line-count > 1 AND sorted-word = prev-record THEN
               ADD 1 TO duplicate-count
             END-IF
             MOVE sorted-word TO prev-record
           END-PERFORM
           CLOSE sorted-file
           DISPLAY "day3b: " line-count " record(s) sorted, "
               duplicate-count " exact duplicate(s)"
           .

      *******************************************************************
      * load-site-blocks - day3.src into the block table ahead of the
      * sort: one block per src row, in file order, each pointing at
      * its site's slot, a row with no site identifier tagged
      * "SEQ nn" the way day3val tags it. No day3.src leaves the
      * table empty, every record goes to the sort untagged and the
      * run produces no 'R' rows.
      *******************************************************************
       load-site-blocks.
           OPEN INPUT source-file.
           IF source-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT source-file-is-ok THEN
             DISPLAY "day3b: unable to open day3.src, file status "
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
               DISPLAY "day3b: site-block-table capacity 99 exceeded, "
                   "site figures not produced"
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
             PERFORM VARYING site-idx FROM 1 BY 1
                 UNTIL site-idx > site-count
               IF site-tag(site-idx) = site-tag-work THEN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF site-idx > site-count THEN
               IF site-count >= 30 THEN
                 DISPLAY "day3b: site-table capacity 30 exceeded, "
                     "site figures not produced"
                 MOVE ZERO TO site-block-count
                 EXIT PERFORM
               END-IF
               ADD 1 TO site-count
               MOVE site-count TO site-idx
               MOVE site-tag-work TO site-tag(site-idx)
               MOVE DAY3-SRC-SEQUENCE TO site-seq(site-idx)
               MOVE DAY3-SRC-STATUS TO site-status(site-idx)
               MOVE ZERO TO site-valid(site-idx)
             END-IF
             IF NOT DAY3-SRC-OK THEN
               MOVE DAY3-SRC-STATUS TO site-status(site-idx)
             END-IF
             ADD 1 TO site-block-count
             MOVE site-idx TO blk-site-idx(site-block-count)
             MOVE DAY3-SRC-FILENAME TO blk-filename(site-block-count)
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
      * tag-input-records - the sort's input procedure: every
      * validated record released with its position on the file and
      * the site whose block it falls in.
      *******************************************************************
       tag-input-records.
           OPEN INPUT input-file.
           IF NOT file-is-ok THEN
             DISPLAY "day3b: unable to open " DAY3-VALID-FILENAME
                 ", file status " input-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL end-of-file
             READ input-file
             IF end-of-file THEN
               EXIT PERFORM
             END-IF
             ADD 1 TO input-position
             MOVE SPACES TO sort-record
             MOVE input-record TO sort-word
             MOVE input-position TO sort-position
             IF site-block-count > 0 THEN
               PERFORM charge-record-to-site
             END-IF
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
           .

      *******************************************************************
      * check-site-blocks - the site ratings only stand if day3.src
      * accounts for exactly the records on the validated file; a
      * file that no longer lines up with its src rows would rate
      * words against the wrong site, so the 'R' rows are withheld
      * and the run ends as a warning instead.
      *******************************************************************
       check-site-blocks.
           IF site-block-count = 0 THEN
             EXIT PARAGRAPH
           END-IF
           IF site-block-total = input-position AND
               site-unplaced = 0 THEN
             SET day3b-site-figures-usable TO TRUE
           ELSE
             DISPLAY "day3b: day3.src accounts for " site-block-total
                 " validated record(s), " DAY3-VALID-FILENAME
                 " holds " input-position " - site figures not "
                 "produced"
           END-IF
           .

      *******************************************************************
      * rate-one-site - both rating filters again, narrowed to the
      * one site's records, and its 'R' row on day3b.out. A site that
      * contributed no validated records still gets its row, with a
      * zero count and no ratings.
      *******************************************************************
       rate-one-site.
           MOVE ZERO TO site-oxygen
           MOVE ZERO TO site-carbon
           MOVE ZERO TO site-life
           IF site-valid(site-idx) > 0 THEN
             MOVE site-tag(site-idx) TO filter-site
             MOVE site-valid(site-idx) TO filter-population
             SET day3b-oxygen-pass TO TRUE
             PERFORM run-rating-filter
             MOVE rating-value TO site-oxygen
             SET day3b-carbon-pass TO TRUE
             PERFORM run-rating-filter
             MOVE rating-value TO site-carbon
             MULTIPLY site-oxygen BY site-carbon GIVING site-life
             MOVE SPACES TO filter-site
           END-IF
           MOVE SPACES TO DAY3-OUTPUT-RECORD
           SET DAY3-OUT-SITE-RESULT TO TRUE
           MOVE site-seq(site-idx) TO DAY3-OUT-SOURCE-SEQ
           MOVE site-tag(site-idx) TO DAY3-OUT-SOURCE-SITE
           MOVE site-status(site-idx) TO DAY3-OUT-SOURCE-STATUS
           MOVE site-valid(site-idx) TO DAY3-OUT-RECORD-COUNT
           MOVE site-oxygen TO DAY3-OUT-OXYGEN
           MOVE site-carbon TO DAY3-OUT-CARBON
           MOVE site-life TO DAY3-OUT-LIFE-SUPPORT
           WRITE DAY3-OUTPUT-RECORD
           .

      *******************************************************************
      * run-rating-filter - narrow the sorted file to one rating by
      * growing filter-prefix a bit position at a time: each pass
       run-rating-filter.
           MOVE SPACES TO filter-prefix
           MOVE ZERO TO prefix-len
           MOVE filter-population TO surviving-count
           PERFORM write-trail-pass-head
           IF filter-population = 1 THEN
             PERFORM fetch-only-record
           END-IF
           PERFORM UNTIL surviving-count = 1
             END-IF
             ADD 1 TO prefix-len
             PERFORM choose-surviving-side
             PERFORM write-trail-bit-step
           END-PERFORM
           IF surviving-count > 1 THEN
             DISPLAY "day3b: partition still holds " surviving-count
                 "duplicates of one word, using it as the rating"
           END-IF
           PERFORM convert-word-to-rating
           PERFORM write-trail-survivor
           .

      *******************************************************************
      * fetch-only-record - a one-record file (or a site that sent
      * one record) needs no filtering at all, but the narrowing loop
      * never runs for it, so the record is picked up here as the
      * rating word directly.
      *******************************************************************
       fetch-only-record.
           OPEN INPUT sorted-file.
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL sorted-eof
             READ sorted-file
             IF sorted-eof THEN
               EXIT PERFORM
             END-IF
             IF filter-site = SPACES OR sorted-site = filter-site THEN
               MOVE sorted-word TO rating-word
               MOVE sorted-site TO rating-site
               MOVE sorted-position TO rating-position
               EXIT PERFORM
             END-IF
           END-PERFORM
           CLOSE sorted-file
           .

             IF sorted-eof THEN
               EXIT PERFORM
             END-IF
             IF filter-site NOT = SPACES AND
                 sorted-site NOT = filter-site THEN
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
           .

       tally-record-side.
           IF sorted-word(prefix-len + 1:1) = '1' THEN
             ADD 1 TO ones-count
             IF ones-count = 1 THEN
               MOVE sorted-word TO first-one-word
               MOVE sorted-site TO first-one-site
               MOVE sorted-position TO first-one-position
             END-IF
           ELSE
             ADD 1 TO zeros-count
             IF zeros-count = 1 THEN
               MOVE sorted-word TO first-zero-word
               MOVE sorted-site TO first-zero-site
               MOVE sorted-position TO first-zero-position
             END-IF
           END-IF
           .
      * differ: oxygen keeps the most common next bit (ties to '1'),
      * CO2 the least common (ties to '0'). Appends the chosen bit to
      * filter-prefix and leaves the side's count and first word as
      * the surviving partition, and trail-reason saying which rule
      * decided it for the trail.
      *******************************************************************
       choose-surviving-side.
           EVALUATE TRUE
             WHEN ones-count = 0
               MOVE "ONLYZERO" TO trail-reason
               PERFORM keep-zero-side
             WHEN zeros-count = 0
               MOVE "ONLYONE" TO trail-reason
               PERFORM keep-one-side
             WHEN day3b-oxygen-pass AND ones-count = zeros-count
               MOVE "TIEBREAK" TO trail-reason
               PERFORM keep-one-side
             WHEN day3b-oxygen-pass AND ones-count > zeros-count
               MOVE "MOSTCOMM" TO trail-reason
               PERFORM keep-one-side
             WHEN day3b-carbon-pass AND ones-count < zeros-count
               MOVE "LEASTCOM" TO trail-reason
               PERFORM keep-one-side
             WHEN day3b-carbon-pass AND ones-count = zeros-count
               MOVE "TIEBREAK" TO trail-reason
               PERFORM keep-zero-side
             WHEN day3b-oxygen-pass
               MOVE "MOSTCOMM" TO trail-reason
               PERFORM keep-zero-side
             WHEN OTHER
               MOVE "LEASTCOM" TO trail-reason
               PERFORM keep-zero-side
           END-EVALUATE
           .
           MOVE '1' TO filter-prefix(prefix-len:1)
           MOVE ones-count TO surviving-count
           MOVE first-one-word TO rating-word
           MOVE first-one-site TO rating-site
           MOVE first-one-position TO rating-position
           .

       keep-zero-side.
           MOVE '0' TO filter-prefix(prefix-len:1)
           MOVE zeros-count TO surviving-count
           MOVE first-zero-word TO rating-word
           MOVE first-zero-site TO rating-site
           MOVE first-zero-position TO rating-position
           .

      *******************************************************************
           END-PERFORM
           .

      *******************************************************************
      * open-trail-files - day3b.trl and its listing start afresh
      * with each run. A run restarted from the checkpoint skips the
      * oxygen pass, so it adds to the trail the failed run left
      * instead, after a restart row: the oxygen pass already on the
      * trail is the one its rating was carried forward from.
      *******************************************************************
       open-trail-files.
           ACCEPT day3b-run-date-raw FROM DATE YYYYMMDD
           MOVE day3b-run-date-raw(1:4) TO day3b-trail-date(1:4)
           MOVE "-" TO day3b-trail-date(5:1)
           MOVE day3b-run-date-raw(5:2) TO day3b-trail-date(6:2)
           MOVE "-" TO day3b-trail-date(8:1)
           MOVE day3b-run-date-raw(7:2) TO day3b-trail-date(9:2)
           IF day3b-restart-from-checkpoint THEN
             OPEN EXTEND trail-file
             IF trail-not-found THEN
               OPEN OUTPUT trail-file
             END-IF
             OPEN EXTEND trail-print-file
             IF trail-print-not-found THEN
               OPEN OUTPUT trail-print-file
             END-IF
           ELSE
             OPEN OUTPUT trail-file
             OPEN OUTPUT trail-print-file
           END-IF
           IF NOT trail-file-is-ok THEN
             DISPLAY "day3b: unable to open day3b.trl, file status "
                 trail-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF NOT trail-print-file-is-ok THEN
             DISPLAY "day3b: unable to open day3btrl.rpt, file status "
                 trail-print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF day3b-restart-from-checkpoint THEN
             MOVE SPACES TO DAY3-TRAIL-RECORD
             SET DAY3-TRL-RESTART TO TRUE
             MOVE day3b-trail-date TO DAY3-TRL-RUN-DATE
             SET DAY3-TRL-OXYGEN-PASS TO TRUE
             MOVE oxygen TO DAY3-TRL-RATING
             WRITE DAY3-TRAIL-RECORD
             MOVE SPACES TO trail-print-line
             WRITE trail-print-line
             MOVE SPACES TO trail-print-line
             MOVE oxygen TO trail-rating-edit
             STRING "*** RESTARTED FROM CHECKPOINT " day3b-trail-date
                 ", OXYGEN RATING " trail-rating-edit
                 " CARRIED FORWARD FROM "
                 "THE PASS LISTED ABOVE ***" DELIMITED BY SIZE
                 INTO trail-print-line
             WRITE trail-print-line
           ELSE
             MOVE day3b-trail-date TO ttl-date
             MOVE trail-title-line TO trail-print-line
             WRITE trail-print-line
           END-IF
           .

      *******************************************************************
      * write-trail-pass-head - the 'P' row and listing heading that
      * open a pass: which rating, which scope, how many candidates.
      *******************************************************************
       write-trail-pass-head.
           MOVE SPACES TO DAY3-TRAIL-RECORD
           SET DAY3-TRL-PASS-HEAD TO TRUE
           MOVE day3b-trail-date TO DAY3-TRL-RUN-DATE
           IF day3b-oxygen-pass THEN
             SET DAY3-TRL-OXYGEN-PASS TO TRUE
             MOVE "OXYGEN PASS" TO tpl-pass
           ELSE
             SET DAY3-TRL-CARBON-PASS TO TRUE
             MOVE "CO2 PASS" TO tpl-pass
           END-IF
           MOVE filter-site TO DAY3-TRL-SCOPE
           MOVE filter-population TO DAY3-TRL-IN-PLAY
           WRITE DAY3-TRAIL-RECORD
           IF filter-site = SPACES THEN
             MOVE "FLEET" TO tpl-scope
           ELSE
             MOVE filter-site TO tpl-scope
           END-IF
           MOVE filter-population TO tpl-count
           MOVE SPACES TO trail-print-line
           WRITE trail-print-line
           MOVE trail-pass-line TO trail-print-line
           WRITE trail-print-line
           MOVE trail-bit-head-line TO trail-print-line
           WRITE trail-print-line
           .

      *******************************************************************
      * write-trail-bit-step - one 'B' row and listing line per bit
      * position the pass decided: candidates in play, the split,
      * the side kept, why, and how many records it leaves.
      *******************************************************************
       write-trail-bit-step.
           MOVE SPACES TO DAY3-TRAIL-RECORD
           SET DAY3-TRL-BIT-STEP TO TRUE
           MOVE day3b-trail-date TO DAY3-TRL-RUN-DATE
           IF day3b-oxygen-pass THEN
             SET DAY3-TRL-OXYGEN-PASS TO TRUE
           ELSE
             SET DAY3-TRL-CARBON-PASS TO TRUE
           END-IF
           MOVE filter-site TO DAY3-TRL-SCOPE
           MOVE prefix-len TO DAY3-TRL-BIT-POSITION
           ADD ones-count zeros-count GIVING DAY3-TRL-IN-PLAY
           MOVE ones-count TO DAY3-TRL-ONES
           MOVE zeros-count TO DAY3-TRL-ZEROS
           MOVE filter-prefix(prefix-len:1) TO DAY3-TRL-KEPT-BIT
           MOVE trail-reason TO DAY3-TRL-REASON
           MOVE surviving-count TO DAY3-TRL-REMAINING
           MOVE filter-prefix(1:prefix-len) TO DAY3-TRL-WORD
           WRITE DAY3-TRAIL-RECORD
           MOVE SPACES TO trail-bit-line
           MOVE prefix-len TO tbl-bit
           MOVE DAY3-TRL-IN-PLAY TO tbl-in-play
           MOVE ones-count TO tbl-ones
           MOVE zeros-count TO tbl-zeros
           MOVE DAY3-TRL-KEPT-BIT TO tbl-kept
           MOVE surviving-count TO tbl-left
           MOVE filter-prefix(1:prefix-len) TO tbl-prefix
           EVALUATE TRUE
             WHEN DAY3-TRL-ONLY-ZEROS
               MOVE "NO ONES LEFT IN PLAY" TO tbl-why
             WHEN DAY3-TRL-ONLY-ONES
               MOVE "NO ZEROS LEFT IN PLAY" TO tbl-why
             WHEN DAY3-TRL-MOST-COMMON
               MOVE "MOST COMMON BIT" TO tbl-why
             WHEN DAY3-TRL-LEAST-COMMON
               MOVE "LEAST COMMON BIT" TO tbl-why
             WHEN DAY3-TRL-TIE-BREAK AND day3b-oxygen-pass
               MOVE "EVEN SPLIT, OXYGEN TIES TO 1" TO tbl-why
             WHEN DAY3-TRL-TIE-BREAK
               MOVE "EVEN SPLIT, CO2 TIES TO 0" TO tbl-why
           END-EVALUATE
           MOVE trail-bit-line TO trail-print-line
           WRITE trail-print-line
           .

      *******************************************************************
      * write-trail-survivor - the 'S' row and listing lines closing
      * a pass: the surviving word, its rating, and where it came
      * from. A survivor still sharing its partition with exact
      * duplicates is the earliest of them on the validated file,
      * which is the one the sort put first.
      *******************************************************************
       write-trail-survivor.
           PERFORM locate-origin-extract
           MOVE SPACES TO DAY3-TRAIL-RECORD
           SET DAY3-TRL-SURVIVOR TO TRUE
           MOVE day3b-trail-date TO DAY3-TRL-RUN-DATE
           IF day3b-oxygen-pass THEN
             SET DAY3-TRL-OXYGEN-PASS TO TRUE
           ELSE
             SET DAY3-TRL-CARBON-PASS TO TRUE
           END-IF
           MOVE filter-site TO DAY3-TRL-SCOPE
           MOVE prefix-len TO DAY3-TRL-BIT-POSITION
           MOVE filter-population TO DAY3-TRL-IN-PLAY
           IF filter-population = 1 THEN
             MOVE "ONLYREC" TO DAY3-TRL-REASON
           END-IF
           MOVE surviving-count TO DAY3-TRL-REMAINING
           MOVE rating-word(1:DAY3-WORD-WIDTH) TO DAY3-TRL-WORD
           MOVE rating-value TO DAY3-TRL-RATING
           MOVE rating-site TO DAY3-TRL-ORIGIN-SITE
           MOVE rating-position TO DAY3-TRL-ORIGIN-POSITION
           MOVE origin-file TO DAY3-TRL-ORIGIN-FILE
           MOVE origin-record TO DAY3-TRL-ORIGIN-RECORD
           WRITE DAY3-TRAIL-RECORD
           IF filter-population = 1 THEN
             MOVE "  ONLY RECORD IN SCOPE, NO BIT NEEDED DECIDING" TO
                 trail-print-line
             WRITE trail-print-line
           END-IF
           MOVE rating-word(1:DAY3-WORD-WIDTH) TO tsl-word
           MOVE rating-value TO tsl-rating
           MOVE trail-survivor-line TO trail-print-line
           WRITE trail-print-line
           IF surviving-count > 1 THEN
             MOVE surviving-count TO tdl-count
             MOVE trail-dup-line TO trail-print-line
             WRITE trail-print-line
           END-IF
           IF rating-site = SPACES THEN
             MOVE "UNKNOWN" TO tol-site
           ELSE
             MOVE rating-site TO tol-site
           END-IF
           MOVE rating-position TO tol-position
           MOVE trail-origin-line TO trail-print-line
           WRITE trail-print-line
           IF origin-file NOT = SPACES THEN
             MOVE origin-file TO tel-file
             MOVE origin-record TO tel-record
             MOVE trail-extract-line TO trail-print-line
             WRITE trail-print-line
           END-IF
           .

      *******************************************************************
      * locate-origin-extract - the site extract a validated-file
      * position falls in, walking the day3.src blocks the same way
      * the sort input charged the records to sites, and the record's
      * place among that extract's validated records.
      *******************************************************************
       locate-origin-extract.
           MOVE SPACES TO origin-file
           MOVE ZERO TO origin-record
           MOVE ZERO TO origin-walk
           IF rating-site = SPACES THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING origin-blk FROM 1 BY 1
               UNTIL origin-blk > site-block-count
             IF rating-position <= origin-walk + blk-valid(origin-blk)
                 THEN
               MOVE blk-filename(origin-blk) TO origin-file
               SUBTRACT origin-walk FROM rating-position
                   GIVING origin-record
               EXIT PERFORM
             END-IF
             ADD blk-valid(origin-blk) TO origin-walk
           END-PERFORM
           .

      *******************************************************************
      * write-header-record - lead day3b.out with the run date/time and
      * source filename so an archived output file is self-describing
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
             DISPLAY "day3b: DAY3_LOCK_WAIT value '" run-lock-wait-env
                 "' not usable, not waiting for the run-control lock"
             MOVE ZERO TO run-lock-wait
           END-IF
           PERFORM try-run-lock
           IF run-lock-held AND run-lock-wait > ZERO THEN
             DISPLAY "day3b: run-control lock held by "
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
               DISPLAY "day3b: STALE run-control lock on day3.lck - "
                   DAY3-LCK-PROGRAM " run by " DAY3-LCK-HOLDER
                   " since " DAY3-LCK-SINCE-DATE " "
                   DAY3-LCK-SINCE-TIME " is no longer running"
               DISPLAY "day3b: lock left in place - see to that job, "
                   "then release it with day3lck"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY "day3b: run-control lock held by "
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
           MOVE "DAY3B" TO DAY3-LCK-PROGRAM
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
             DISPLAY "day3b: unable to open day3.lck, file status "
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
             DISPLAY "day3b: unable to open day3.lck, file status "
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
               DISPLAY "day3b: unable to release day3.lck, file "
                   "status " run-lock-file-status
             END-IF
           END-IF
           MOVE 'N' TO run-lock-owned-sw
           .
