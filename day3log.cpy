      * day3b run that picked its oxygen value up from day3b.ckpt, and
      * for a day3run execution that skipped steps already completed
      * cleanly tonight. day3inq lists this file by date range;
      * day3run reads tonight's rows to decide where a rerun resumes;
      * day3bwm times each step from its start and end times.
       01  DAY3-LOG-RECORD.
           05 DAY3-LOG-RUN-DATE     PIC X(10).
           05 FILLER                PIC X(1).
