      * this many points against the previous run's day3a.out. Either
      * condition ends day3a with a warning return code and a row on
      * the day3a.exc exception listing.
      *
      * This tolerance and the eight below are runtime control
      * parameters now: each program replaces the VALUE at start with
      * the effective-dated row in force on day3.prm (see
      * day3prm.cpy), maintained through day3pmn. The VALUEs here are
      * only the defaults a name falls back to before it has any row
      * in force.
       01  DAY3-PCT-DEAD-BAND     PIC 9(2)V9(2) VALUE 2.00.
       01  DAY3-PCT-DRIFT-TOL     PIC 9(2)V9(2) VALUE 5.00.

      * landed there is flagged AGED on the day3sus.rpt aging report.
       01  DAY3-SUS-AGE-DAYS      PIC 9(3) VALUE 7.


      * day3bwm's batch-window watch on the step times in day3.log.
      * A step is beyond its norm when it runs past DAY3-BW-NORM-PCT
      * percent of its baseline - the average of its last
      * DAY3-BW-BASE-RUNS clean full runs - and by DAY3-BW-NORM-FLOOR
      * seconds or more, so a ten-second step taking twenty is not
      * news; it is beyond its limit past DAY3-BW-STEP-LIMIT minutes,
      * whatever its history. DAY3-BW-CUTOFF is the time of morning
      * (HHMM) the whole chain has to be finished by. The floor is
      * compiled in; the other four are day3.prm parameters.
       01  DAY3-BW-NORM-PCT       PIC 9(3) VALUE 150.
       01  DAY3-BW-NORM-FLOOR     PIC 9(4) VALUE 60.
       01  DAY3-BW-STEP-LIMIT     PIC 9(4) VALUE 60.
       01  DAY3-BW-CUTOFF         PIC 9(4) VALUE 600.
       01  DAY3-BW-BASE-RUNS      PIC 9(2) VALUE 10.

      * day3xrc's receipt reconciliation: a transmission to the
      * engineering system still without an acknowledgment this many
      * hours after day3xmt sent it is reported overdue and alerted.
       01  DAY3-XMT-ACK-HOURS     PIC 9(3) VALUE 6.
