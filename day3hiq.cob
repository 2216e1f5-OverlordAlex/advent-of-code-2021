
      * DAY3_HIST_DATE names the run date to fetch (YYYY-MM-DD,
      * required); DAY3_HIST_PROGRAM narrows it to DAY3A or DAY3B,
      * or names a site identifier for that site's own figures;
      * blank fetches both programs. The lookup STARTs the indexed
      * master at that key and reads forward only while the rows
      * still belong to the request, so a point inquiry costs a
      * handful of reads instead of a pass over the months of
      * history.
         01  DAY3-HIST-DATE-WANTED    PIC X(10) VALUE SPACES.
         01  DAY3-HIST-PROGRAM-WANTED PIC X(8) VALUE SPACES.

           IF DAY3-HIST-DATE-WANTED = SPACES THEN
             DISPLAY "day3hiq: set DAY3_HIST_DATE to the run date "
                 "wanted (YYYY-MM-DD), optionally DAY3_HIST_PROGRAM "
                 "to DAY3A, DAY3B or a site identifier"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
             PERFORM write-detail-row
           END-IF
           PERFORM write-column-rows
           MOVE SPACES TO DAY3-HIST-KEY
           MOVE DAY3-HIST-DATE-WANTED TO DAY3-HIST-RUN-DATE
           MOVE program-current TO DAY3-HIST-PROGRAM
           MOVE 'S' TO DAY3-HIST-REC-TYPE
           MOVE ZERO TO DAY3-HIST-COLUMN
           READ hist-file
             INVALID KEY
               CONTINUE
           END-READ
           IF hist-file-is-ok THEN
             PERFORM write-site-row
           END-IF
           .

      *******************************************************************
      * write-site-row - a site's 'S' row: the site in place of the
      * program, its validated record count, and both halves of its
      * figures under the one heading.
      *******************************************************************
       write-site-row.
           ADD 1 TO listed-count
           MOVE SPACES TO hiq-report-line
           WRITE hiq-report-line
           MOVE DAY3-HIST-PROGRAM TO hiq-hl-program
           MOVE DAY3-HIST-RUN-TIME TO hiq-hl-time
           MOVE DAY3-HIST-SOURCE-FILE(1:32) TO hiq-hl-source
           MOVE DAY3-HIST-RECORD-COUNT TO hiq-hl-count
           MOVE hiq-header-line TO hiq-report-line
           MOVE "SITE" TO hiq-report-line(1:8)
           WRITE hiq-report-line
           MOVE "GAMMA" TO hiq-fl-caption
           MOVE DAY3-HIST-GAMMA TO hiq-fl-value
           PERFORM write-figure-line
           MOVE "EPSILON" TO hiq-fl-caption
           MOVE DAY3-HIST-EPSILON TO hiq-fl-value
           PERFORM write-figure-line
           MOVE "POWER CONSUMPTION" TO hiq-fl-caption
           MOVE DAY3-HIST-POWER TO hiq-number-edit
           MOVE hiq-number-edit TO hiq-fl-value
           PERFORM write-figure-line
           MOVE "OXYGEN GENERATOR" TO hiq-fl-caption
           MOVE DAY3-HIST-OXYGEN TO hiq-number-edit
           MOVE hiq-number-edit TO hiq-fl-value
           PERFORM write-figure-line
           MOVE "CO2 SCRUBBER" TO hiq-fl-caption
           MOVE DAY3-HIST-CARBON TO hiq-number-edit
           MOVE hiq-number-edit TO hiq-fl-value
           PERFORM write-figure-line
           MOVE "LIFE SUPPORT" TO hiq-fl-caption
           MOVE DAY3-HIST-LIFE-SUPPORT TO hiq-number-edit
           MOVE hiq-number-edit TO hiq-fl-value
           PERFORM write-figure-line
           .

       write-header-row.
