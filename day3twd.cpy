      * day3twd.cpy
      * One decoded telemetry word with the frame timestamp and
      * sending unit it arrived under, written by day3cvt alongside
      * the bare-word extract (which the validated-input pipeline
      * needs in day3.in format and so cannot carry either). day3wch
      * reads it back to figure the drop watch by watch and unit by
      * unit instead of as one daily lump. The timestamp is the
      * frame's own YYYYMMDDHHMMSS, already validated numeric.
       01  DAY3-TIMED-WORD-RECORD.
           05 DAY3-TWD-TIMESTAMP  PIC X(14).
           05 FILLER              PIC X(1).
           05 DAY3-TWD-UNIT       PIC X(8).
           05 FILLER              PIC X(1).
           05 DAY3-TWD-WORD       PIC X(32).
