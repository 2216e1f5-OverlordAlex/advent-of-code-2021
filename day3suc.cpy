      * day3suc.cpy
      * One written-off suspense item per row on day3.susc, the
      * closed history day3mnt moves an item to when it is written
      * off the day3.susm suspense master, so nothing leaves suspense
      * without a record of why and on whose authority. The item's
      * origin and master fields are carried over unchanged; the
      * closure adds the date, the reason code, the authorizer, the
      * operator who keyed it and a free-text note. day3fix checks
      * this file so a rerun of a night whose item was written off
      * doesn't put it back on the master.
       01  DAY3-SUSC-RECORD.
           05 DAY3-SUSC-RUN-DATE     PIC X(10).
           05 FILLER                 PIC X(1).
           05 DAY3-SUSC-SITE         PIC X(8).
           05 FILLER                 PIC X(1).
           05 DAY3-SUSC-REJ-SEQUENCE PIC 9(6).
           05 FILLER                 PIC X(1).
           05 DAY3-SUSC-RAW-RECORD   PIC X(32).
           05 FILLER                 PIC X(1).
           05 DAY3-SUSC-REASON       PIC X(40).
           05 FILLER                 PIC X(1).
           05 DAY3-SUSC-FIRST-SEEN   PIC X(10).
           05 FILLER                 PIC X(1).
           05 DAY3-SUSC-CLOSED-ON    PIC X(10).
           05 FILLER                 PIC X(1).
      * UNRC the record is garbled past recovery, DUPL it duplicates
      * one already resubmitted, RPRD repaired by hand and resubmitted
      * outside day3fix, TEST test or trial data, SITE the sending site
      * has been withdrawn.
           05 DAY3-SUSC-CLOSE-CODE   PIC X(4).
              88 DAY3-SUSC-UNRECOVERABLE VALUE "UNRC".
              88 DAY3-SUSC-DUPLICATE     VALUE "DUPL".
              88 DAY3-SUSC-HAND-REPAIRED VALUE "RPRD".
              88 DAY3-SUSC-TEST-DATA     VALUE "TEST".
              88 DAY3-SUSC-SITE-WITHDRAWN VALUE "SITE".
           05 FILLER                 PIC X(1).
           05 DAY3-SUSC-AUTHORIZER   PIC X(8).
           05 FILLER                 PIC X(1).
           05 DAY3-SUSC-CLOSED-BY    PIC X(8).
           05 FILLER                 PIC X(1).
           05 DAY3-SUSC-NOTE         PIC X(40).
