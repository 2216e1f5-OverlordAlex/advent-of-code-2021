      * day3rcl.cpy
      * The run-control lock on day3.lck. Every program that changes
      * a shared day3 file - the day3run driver and its chain steps,
      * intraday APPEND drops, the history utilities and the master
      * maintenance programs - takes the lock before its first change
      * and gives it back at end of job, so no two of them ever
      * interleave. The first row on the file is the holder: who ran
      * it, which program, since when and under which process. A run
      * that finds the lock held refuses with return code 12, or
      * waits DAY3_LOCK_WAIT seconds for it first. The steps day3run
      * starts carry the driver's process number in DAY3_LOCK_OWNER
      * and run under its lock. A row whose process is no longer
      * running was left by a job that abended or ended on a fatal
      * error: it is reported as stale and left for the operator to
      * release with day3lck, never taken over. An empty or missing
      * day3.lck is a free lock.
       01  DAY3-LOCK-RECORD.
           05 DAY3-LCK-HOLDER     PIC X(8).
           05 FILLER              PIC X(1).
           05 DAY3-LCK-PROGRAM    PIC X(8).
           05 FILLER              PIC X(1).
           05 DAY3-LCK-SINCE-DATE PIC X(10).
           05 FILLER              PIC X(1).
           05 DAY3-LCK-SINCE-TIME PIC X(8).
           05 FILLER              PIC X(1).
           05 DAY3-LCK-PROCESS    PIC 9(9).
