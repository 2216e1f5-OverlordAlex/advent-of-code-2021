      * day3xak.cpy
      * One acknowledgment per row on day3.xak, the file the
      * engineering system returns for each transmission it picks
      * up: the sequence number and night off the header, when it
      * was received, the detail count and hash total it worked out
      * from the rows it loaded, and LOADED or REJECTED with its
      * reason. The receiving side appends to the file; day3xrc
      * reads it whole and matches it against day3.xmr.
       01  DAY3-XMIT-ACK-RECORD.
           05 DAY3-XAK-SEQUENCE      PIC 9(6).
           05 FILLER                 PIC X(1).
           05 DAY3-XAK-RUN-DATE      PIC X(10).
           05 FILLER                 PIC X(1).
           05 DAY3-XAK-RECEIVED-DATE PIC X(10).
           05 FILLER                 PIC X(1).
           05 DAY3-XAK-RECEIVED-TIME PIC X(8).
           05 FILLER                 PIC X(1).
           05 DAY3-XAK-DETAIL-COUNT  PIC 9(8).
           05 FILLER                 PIC X(1).
           05 DAY3-XAK-HASH-TOTAL    PIC 9(24).
           05 FILLER                 PIC X(1).
           05 DAY3-XAK-STATUS        PIC X(8).
              88 DAY3-XAK-LOADED     VALUE "LOADED".
              88 DAY3-XAK-REJECTED   VALUE "REJECTED".
           05 FILLER                 PIC X(1).
           05 DAY3-XAK-REASON        PIC X(40).
