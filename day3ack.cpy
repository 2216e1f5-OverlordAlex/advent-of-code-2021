      * day3ack.cpy
      * One acknowledgment per row on day3.ack: the alert code and
      * key a day3.alr condition is matched on, '*' as the key
      * standing for every key of that code. A matching alert is
      * suppressed instead of re-alerting every morning until fixed.
      * day3alr reads the code and key only; who acknowledged the
      * condition, when, and why ride beyond them for the reader of
      * the file. Rows are added, changed and removed through day3mnt.
       01  DAY3-ACK-RECORD.
           05 DAY3-ACK-CODE      PIC X(8).
           05 FILLER             PIC X(1).
           05 DAY3-ACK-KEY       PIC X(10).
           05 FILLER             PIC X(1).
           05 DAY3-ACK-BY        PIC X(8).
           05 FILLER             PIC X(1).
           05 DAY3-ACK-ON        PIC X(10).
           05 FILLER             PIC X(1).
           05 DAY3-ACK-REASON    PIC X(40).
