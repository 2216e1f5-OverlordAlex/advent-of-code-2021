      * ever going to DISPLAY. DAY3-OUT-REC-TYPE tells apart the header
      * (run date/time/source/record count), the one detail row a run
      * produces, the optional per-column tally rows, the per-site
      * source subtotal rows, the per-site result rows, and the
      * trailer.
       01  DAY3-OUTPUT-RECORD.
           05 DAY3-OUT-REC-TYPE          PIC X(1).
              88 DAY3-OUT-HEADER         VALUE 'H'.
              88 DAY3-OUT-DETAIL         VALUE 'D'.
              88 DAY3-OUT-COLUMN-DETAIL  VALUE 'C'.
              88 DAY3-OUT-SOURCE-SUBTOTAL VALUE 'S'.
              88 DAY3-OUT-SITE-RESULT    VALUE 'R'.
              88 DAY3-OUT-TRAILER        VALUE 'T'.
           05 DAY3-OUT-RUN-DATE          PIC X(10).
           05 DAY3-OUT-RUN-TIME          PIC X(8).
           05 DAY3-OUT-SOURCE-SEQ        PIC 9(2).
           05 DAY3-OUT-SOURCE-STATUS     PIC X(8).
           05 DAY3-OUT-SOURCE-SITE       PIC X(8).
      * the 'R' rows carry one site's own figures, computed from that
      * site's validated records alone: DAY3-OUT-SOURCE-SITE names
      * the site (or "SEQ nn" for a manifest entry with none),
      * DAY3-OUT-RECORD-COUNT the validated records the figures
      * stand on, DAY3-OUT-SOURCE-SEQ its first manifest position and
      * DAY3-OUT-SOURCE-STATUS its worst feed status; the figures
      * themselves go in the same fields the 'D' row uses.
