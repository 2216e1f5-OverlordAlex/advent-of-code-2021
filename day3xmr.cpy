      * day3xmr.cpy
      * One transmission per row on day3.xmr, the register day3xmt
      * appends to each time it builds day3.xfr for the engineering
      * system, and the record of what was sent and when. Sequence
      * numbers run on from the last row and are never reused. A
      * resend ('R') is a new transmission of a night already sent,
      * carrying the sequence number it replaces and the initials of
      * whoever ordered it; a nightly transmission is SENT-BY NIGHTLY.
      * The detail count and hash total are the ones on the
      * transmission's trailer (see day3xfr.cpy), which day3xrc
      * matches the receiving system's acknowledgments against.
       01  DAY3-TRANSMISSION-RECORD.
           05 DAY3-XMR-SEQUENCE     PIC 9(6).
           05 FILLER                PIC X(1).
           05 DAY3-XMR-RUN-DATE     PIC X(10).
           05 FILLER                PIC X(1).
           05 DAY3-XMR-SENT-DATE    PIC X(10).
           05 FILLER                PIC X(1).
           05 DAY3-XMR-SENT-TIME    PIC X(8).
           05 FILLER                PIC X(1).
           05 DAY3-XMR-DETAIL-COUNT PIC 9(8).
           05 FILLER                PIC X(1).
           05 DAY3-XMR-HASH-TOTAL   PIC 9(24).
           05 FILLER                PIC X(1).
           05 DAY3-XMR-KIND         PIC X(1).
              88 DAY3-XMR-NEW       VALUE 'N'.
              88 DAY3-XMR-RESEND    VALUE 'R'.
           05 FILLER                PIC X(1).
           05 DAY3-XMR-REPLACES     PIC 9(6).
           05 FILLER                PIC X(1).
           05 DAY3-XMR-SENT-BY      PIC X(8).
