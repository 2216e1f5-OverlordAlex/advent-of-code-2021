      * day3prm.cpy
      * One effective-dated control parameter value on day3.prm. The
      * tolerances day3a, day3cvt, day3fix, day3bwm and day3xrc work
      * to are read from here at start instead of being compiled in:
      * for each name the row in force is the one with the latest
      * effective date on or before the run's parameter date (today,
      * or DAY3_PARM_DATE on a rerun of an older night), so a rerun
      * judges the data by the tolerances that were in force that
      * night. A name with no row in force falls back to its
      * day3cfg.cpy VALUE. The file is kept in name/effective-date
      * order by day3pmn, the only program that writes it;
      * CHANGED-BY/CHANGED-ON say who put the row there and when, and
      * the reason says why.
       01  DAY3-PARM-RECORD.
           05 DAY3-PRM-NAME        PIC X(16).
              88 DAY3-PRM-DEAD-BAND   VALUE "PCT-DEAD-BAND".
              88 DAY3-PRM-DRIFT-TOL   VALUE "PCT-DRIFT-TOL".
              88 DAY3-PRM-QUIET-TOL   VALUE "UNIT-QUIET-TOL".
              88 DAY3-PRM-SUS-AGE     VALUE "SUS-AGE-DAYS".
              88 DAY3-PRM-BW-NORM-PCT VALUE "BW-NORM-PCT".
              88 DAY3-PRM-BW-LIMIT    VALUE "BW-STEP-LIMIT".
              88 DAY3-PRM-BW-CUTOFF   VALUE "BW-CUTOFF".
              88 DAY3-PRM-BW-RUNS     VALUE "BW-BASE-RUNS".
              88 DAY3-PRM-XMT-ACK-HRS VALUE "XMT-ACK-HOURS".
           05 FILLER               PIC X(1).
           05 DAY3-PRM-EFFECTIVE   PIC X(10).
           05 FILLER               PIC X(1).
           05 DAY3-PRM-VALUE       PIC 9(4)V9(2).
           05 FILLER               PIC X(1).
           05 DAY3-PRM-CHANGED-BY  PIC X(8).
           05 FILLER               PIC X(1).
           05 DAY3-PRM-CHANGED-ON  PIC X(10).
           05 FILLER               PIC X(1).
           05 DAY3-PRM-REASON      PIC X(40).
