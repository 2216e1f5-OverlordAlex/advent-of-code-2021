      * day3xfr.cpy
      * One row of day3.xfr, the interchange file day3xmt builds for
      * the engineering system from a night's final-basis results.
      * A transmission is one header, the detail rows, and one
      * trailer, and every row carries the transmission's sequence
      * number. The header names the night the figures are for and
      * whether this is a new transmission or a resend replacing an
      * earlier one. The trailer carries the detail-row count and the
      * hash total: the sum, over every detail row, of its record
      * count, its four figures and its column ones and zeros. The
      * receiving side works both out again from what it loaded and
      * returns them on its acknowledgment (day3xak.cpy), which is
      * how day3xrc proves the file arrived whole.
       01  DAY3-XFR-RECORD.
           05 DAY3-XFR-REC-TYPE       PIC X(1).
              88 DAY3-XFR-HEADER      VALUE 'H'.
              88 DAY3-XFR-DETAIL      VALUE 'D'.
              88 DAY3-XFR-TRAILER     VALUE 'T'.
           05 FILLER                  PIC X(1).
           05 DAY3-XFR-SEQUENCE       PIC 9(6).
           05 FILLER                  PIC X(1).
           05 DAY3-XFR-BODY           PIC X(211).
      * the header: the interface name, the night, the basis (always
      * 'F' - a preliminary figure never leaves), when it was built,
      * and for a resend ('R') the sequence number it replaces.
           05 DAY3-XFR-HEADER-BODY REDEFINES DAY3-XFR-BODY.
              10 DAY3-XFH-INTERFACE   PIC X(8).
              10 FILLER               PIC X(1).
              10 DAY3-XFH-RUN-DATE    PIC X(10).
              10 FILLER               PIC X(1).
              10 DAY3-XFH-BASIS       PIC X(1).
              10 FILLER               PIC X(1).
              10 DAY3-XFH-SENT-DATE   PIC X(10).
              10 FILLER               PIC X(1).
              10 DAY3-XFH-SENT-TIME   PIC X(8).
              10 FILLER               PIC X(1).
              10 DAY3-XFH-KIND        PIC X(1).
                 88 DAY3-XFH-NEW      VALUE 'N'.
                 88 DAY3-XFH-RESEND   VALUE 'R'.
              10 FILLER               PIC X(1).
              10 DAY3-XFH-REPLACES    PIC 9(6).
              10 FILLER               PIC X(161).
      * a detail row: one result row of day3a.out or day3b.out - the
      * fleet figures ('D'), a column tally ('C') or one site's
      * figures ('R') - numbered from 1 within the transmission.
      * The fleet row carries the run's record count off the
      * result file's trailer.
           05 DAY3-XFR-DETAIL-BODY REDEFINES DAY3-XFR-BODY.
              10 DAY3-XFD-ROW-NUMBER  PIC 9(6).
              10 FILLER               PIC X(1).
              10 DAY3-XFD-PROGRAM     PIC X(8).
              10 FILLER               PIC X(1).
              10 DAY3-XFD-ROW-KIND    PIC X(1).
              10 FILLER               PIC X(1).
              10 DAY3-XFD-SITE        PIC X(8).
              10 FILLER               PIC X(1).
              10 DAY3-XFD-COLUMN      PIC 9(2).
              10 FILLER               PIC X(1).
              10 DAY3-XFD-RECORD-COUNT PIC 9(8).
              10 FILLER               PIC X(1).
              10 DAY3-XFD-GAMMA       PIC X(32).
              10 DAY3-XFD-EPSILON     PIC X(32).
              10 DAY3-XFD-POWER       PIC 9(20).
              10 DAY3-XFD-OXYGEN      PIC 9(20).
              10 DAY3-XFD-CARBON      PIC 9(20).
              10 DAY3-XFD-LIFE-SUPPORT PIC 9(20).
              10 FILLER               PIC X(1).
              10 DAY3-XFD-COLUMN-ONES PIC 9(6).
              10 FILLER               PIC X(1).
              10 DAY3-XFD-COLUMN-ZEROS PIC 9(6).
              10 FILLER               PIC X(1).
              10 DAY3-XFD-COLUMN-PERCENT PIC 9(3)V9(2).
              10 FILLER               PIC X(8).
           05 DAY3-XFR-TRAILER-BODY REDEFINES DAY3-XFR-BODY.
              10 DAY3-XFT-DETAIL-COUNT PIC 9(8).
              10 FILLER               PIC X(1).
              10 DAY3-XFT-HASH-TOTAL  PIC 9(24).
              10 FILLER               PIC X(178).
