      * day3gen.cpy
      * One archived night per row on day3.gen, the generation
      * catalog day3arc keeps in the archive directory beside the
      * generations themselves. The generation date is the run date
      * on that night's day3a.out header - the same date its rows
      * carry on day3.hst - so day3rpl can find the night it is asked
      * to replay and compare it with the history master. Rows are
      * kept in generation-date order, oldest first, which is the
      * order day3arc purges them in once the retention limit is
      * passed. A 'C' generation holds every file that was present
      * that night; an 'I' one had a copy fail and may not replay.
       01  DAY3-GENERATION-RECORD.
           05 DAY3-GEN-DATE          PIC X(10).
           05 FILLER                 PIC X(1).
           05 DAY3-GEN-ARCHIVED-ON   PIC X(10).
           05 FILLER                 PIC X(1).
           05 DAY3-GEN-ARCHIVED-AT   PIC X(8).
           05 FILLER                 PIC X(1).
           05 DAY3-GEN-FILE-COUNT    PIC 9(4).
           05 FILLER                 PIC X(1).
           05 DAY3-GEN-MISSING-COUNT PIC 9(4).
           05 FILLER                 PIC X(1).
           05 DAY3-GEN-STATUS        PIC X(1).
              88 DAY3-GEN-COMPLETE      VALUE 'C'.
              88 DAY3-GEN-INCOMPLETE    VALUE 'I'.
           05 FILLER                 PIC X(1).
           05 DAY3-GEN-DIRECTORY     PIC X(64).
