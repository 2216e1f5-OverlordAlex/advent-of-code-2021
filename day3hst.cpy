      * The payload fields mirror day3out.cpy one for one; the record
      * count on the 'H' row is carried over from the source file's
      * trailer so the history is self-contained.
      * The 'S' rows are the per-site figures: DAY3-HIST-PROGRAM holds
      * the site identifier instead of a program name, and one row
      * carries both the site's day3a figures (gamma, epsilon, power)
      * and its day3b ratings (oxygen, CO2, life support), with the
      * site's validated record count.
       01  DAY3-HIST-RECORD.
           05 DAY3-HIST-KEY.
              10 DAY3-HIST-RUN-DATE      PIC X(10).
                 88 DAY3-HIST-HEADER        VALUE 'H'.
                 88 DAY3-HIST-DETAIL        VALUE 'D'.
                 88 DAY3-HIST-COLUMN-DETAIL VALUE 'C'.
                 88 DAY3-HIST-SITE-DETAIL   VALUE 'S'.
              10 DAY3-HIST-COLUMN        PIC 9(2).
           05 DAY3-HIST-RUN-TIME         PIC X(8).
           05 DAY3-HIST-SOURCE-FILE      PIC X(64).
