      * day3trl.cpy
      * The rating filter trail day3b writes to day3b.trl, one row
      * per step of every oxygen and CO2 pass, so a challenged
      * life-support figure can be shown bit by bit rather than only
      * confirmed to exist. A 'P' row opens each pass (the candidates
      * it starts from in DAY3-TRL-IN-PLAY, DAY3-TRL-SCOPE the site
      * a per-site pass is narrowed to, spaces for the fleet); a 'B'
      * row per bit position gives the split, the side kept and why,
      * the records left and the prefix chosen so far; the 'S' row
      * closes the pass with the surviving word, its rating and
      * where it came from: the site, the position on the validated
      * file, and the site extract and record within it that
      * supplied it. An 'R' row marks a run restarted from day3b's
      * checkpoint, whose oxygen pass is the one already on file.
       01  DAY3-TRAIL-RECORD.
           05 DAY3-TRL-REC-TYPE         PIC X(1).
              88 DAY3-TRL-PASS-HEAD     VALUE 'P'.
              88 DAY3-TRL-BIT-STEP      VALUE 'B'.
              88 DAY3-TRL-SURVIVOR      VALUE 'S'.
              88 DAY3-TRL-RESTART       VALUE 'R'.
           05 DAY3-TRL-RUN-DATE         PIC X(10).
           05 DAY3-TRL-PASS             PIC X(1).
              88 DAY3-TRL-OXYGEN-PASS   VALUE 'O'.
              88 DAY3-TRL-CARBON-PASS   VALUE 'C'.
           05 DAY3-TRL-SCOPE            PIC X(8).
           05 DAY3-TRL-BIT-POSITION     PIC 9(2).
           05 DAY3-TRL-IN-PLAY          PIC 9(8).
           05 DAY3-TRL-ONES             PIC 9(8).
           05 DAY3-TRL-ZEROS            PIC 9(8).
           05 DAY3-TRL-KEPT-BIT         PIC X(1).
      * why the side was kept: the only side with records in it, the
      * pass rule on an uneven split (oxygen the most common bit, CO2
      * the least), or the tie-break on an even one (oxygen to '1',
      * CO2 to '0').
           05 DAY3-TRL-REASON           PIC X(8).
              88 DAY3-TRL-ONLY-ZEROS    VALUE "ONLYZERO".
              88 DAY3-TRL-ONLY-ONES     VALUE "ONLYONE".
              88 DAY3-TRL-MOST-COMMON   VALUE "MOSTCOMM".
              88 DAY3-TRL-LEAST-COMMON  VALUE "LEASTCOM".
              88 DAY3-TRL-TIE-BREAK     VALUE "TIEBREAK".
              88 DAY3-TRL-ONLY-RECORD   VALUE "ONLYREC".
           05 DAY3-TRL-REMAINING        PIC 9(8).
           05 DAY3-TRL-WORD             PIC X(32).
           05 DAY3-TRL-RATING           PIC 9(12).
           05 DAY3-TRL-ORIGIN-SITE      PIC X(8).
           05 DAY3-TRL-ORIGIN-POSITION  PIC 9(8).
           05 DAY3-TRL-ORIGIN-FILE      PIC X(64).
           05 DAY3-TRL-ORIGIN-RECORD    PIC 9(8).
