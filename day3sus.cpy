      * of the same day doesn't stack a second copy. FIRST-SEEN is
      * the date the item first landed on this master; the day3fix
      * aging report flags items outstanding longer than
      * DAY3-SUS-AGE-DAYS (day3cfg.cpy). An item that was finally
      * repaired or has to be given up is written off through day3mnt
      * with a reason code and an authorizer, which moves it to the
      * day3.susc closed history (day3suc.cpy).
       01  DAY3-SUSM-RECORD.
           05 DAY3-SUSM-RUN-DATE     PIC X(10).
           05 FILLER                 PIC X(1).
