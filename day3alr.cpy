      * condition, 4 informational. CODE names the condition class
      * and KEY the particular site/program/column, and together
      * they are what a day3.ack acknowledgment row matches on to
      * suppress a condition that has already been accepted. day3alr
      * rewrites the feed each morning; day3bwm appends batch-window
      * breaches to it during the night and day3xrc the engineering
      * interface's exceptions, which day3alr carries over. day3xrc
      * takes the run-control lock to append; day3bwm, which runs
      * alongside the chain, appends only while the lock is free or
      * held by day3run, and otherwise defers to its next pass.
       01  DAY3-ALERT-RECORD.
           05 DAY3-ALR-SEVERITY PIC 9(1).
           05 FILLER            PIC X(1).
