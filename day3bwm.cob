       IDENTIFICATION DIVISION.
       PROGRAM-ID. day3bwm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT run-log-file ASSIGN TO "day3.log"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-log-file-status.
         SELECT parm-file ASSIGN TO "day3.prm"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS parm-file-status.
         SELECT run-lock-file ASSIGN TO "day3.lck"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS run-lock-file-status.
         SELECT ack-file ASSIGN TO "day3.ack"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ack-file-status.
         SELECT alert-file ASSIGN TO "day3.alr"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS alert-file-status.
         SELECT print-file ASSIGN TO "day3bwm.rpt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS print-file-status.

       DATA DIVISION.
         FILE SECTION.
      * the common run-audit log: every step's start and end time,
      * read count and return code, night after night. It is the
      * only source this monitor needs - the baselines are worked
      * out of it afresh on every run.
         FD  run-log-file.
         COPY day3log.

         FD  parm-file.
         COPY day3prm.

      * the shared run-control lock (see day3rcl.cpy). This monitor
      * never takes it - it is meant to be run while the chain is
      * running - but reads it to tell whether day3run is running
      * right now and since when, and whether it is safe to append
      * to day3.alr.
         FD  run-lock-file.
         01  run-lock-line PIC X(47).

         FD  ack-file.
         COPY day3ack.

      * the alert feed day3alr writes each morning. Window breaches
      * are appended to it as they are found, at most once a night
      * for each code and key, and day3alr carries them forward
      * when it rewrites the feed. While any job but day3run holds
      * the run-control lock (day3alr itself, mid-rewrite) nothing
      * is appended: the breaches wait for the next pass.
         FD  alert-file.
         COPY day3alr.

         FD  print-file.
         01  print-line PIC X(132).

         WORKING-STORAGE SECTION.
         COPY day3cfg.
         COPY day3rcl.
         01  run-log-file-status PIC 99.
             88 run-log-file-is-ok VALUE 0.
             88 run-log-eof        VALUE 10.
             88 run-log-not-found  VALUE 35.
         01  parm-file-status PIC 99.
             88 parm-file-is-ok  VALUE 0.
             88 parm-eof         VALUE 10.
             88 parm-not-found   VALUE 35.
         01  run-lock-file-status PIC 99.
             88 run-lock-file-is-ok VALUE 0.
             88 run-lock-eof        VALUE 10.
             88 run-lock-not-found  VALUE 35.
         01  ack-file-status PIC 99.
             88 ack-file-is-ok VALUE 0.
             88 ack-eof        VALUE 10.
             88 ack-not-found  VALUE 35.
         01  alert-file-status PIC 99.
             88 alert-file-is-ok   VALUE 0.
             88 alert-eof          VALUE 10.
             88 alert-not-found    VALUE 35.
         01  print-file-status PIC 99.
             88 print-file-is-ok VALUE 0.

      * DAY3_BW_DATE names the night to look at (YYYY-MM-DD); unset
      * is tonight. Only tonight is projected and alerted on - an
      * earlier night gets the report alone, judged against the
      * runs before it and the parameters in force on it.
         01  day3bwm-night     PIC X(10) VALUE SPACES.
         01  day3bwm-today     PIC X(10).
         01  day3bwm-today-raw PIC 9(8).
         01  day3bwm-now-raw   PIC 9(8).
         01  day3bwm-now-time  PIC X(8).
         01  day3bwm-now-secs  PIC 9(6).
         01  day3bwm-tonight-sw PIC X(1) VALUE 'N'.
             88 watching-tonight VALUE 'Y'.

      * where each window parameter in use came from: the effective
      * date of its day3.prm row, or DEFAULT for day3cfg.cpy's VALUE.
         01  bw-norm-from   PIC X(10) VALUE "DEFAULT".
         01  bw-limit-from  PIC X(10) VALUE "DEFAULT".
         01  bw-cutoff-from PIC X(10) VALUE "DEFAULT".
         01  bw-runs-from   PIC X(10) VALUE "DEFAULT".
         01  bw-limit-secs  PIC 9(6).
         01  bw-cutoff-secs PIC 9(6).
         01  bw-cutoff-hh   PIC 9(2).
         01  bw-cutoff-mm   PIC 9(2).

      * the nightly chain in day3run's run order, by the program name
      * its day3.log row carries, with day3run itself last so the
      * whole chain has a baseline and a trend of its own. A step
      * added to day3run's table is added here in the same place.
         01  watch-step-values.
             05 FILLER PIC X(8) VALUE "DAY3VAL".
             05 FILLER PIC X(8) VALUE "DAY3A".
             05 FILLER PIC X(8) VALUE "DAY3B".
             05 FILLER PIC X(8) VALUE "DAY3C".
             05 FILLER PIC X(8) VALUE "DAY3BAL".
             05 FILLER PIC X(8) VALUE "DAY3HIS".
             05 FILLER PIC X(8) VALUE "DAY3TRD".
             05 FILLER PIC X(8) VALUE "DAY3RPT".
             05 FILLER PIC X(8) VALUE "DAY3LGT".
             05 FILLER PIC X(8) VALUE "DAY3XMT".
             05 FILLER PIC X(8) VALUE "DAY3ARC".
             05 FILLER PIC X(8) VALUE "DAY3RUN".
         01  watch-step-table REDEFINES watch-step-values.
            03 watch-step OCCURS 12 TIMES PIC X(8).
         01  watch-step-count PIC 9(2) VALUE 12.
         01  chain-step-count PIC 9(2) VALUE 11.
         01  chain-driver-idx PIC 9(2) VALUE 12.
         01  step-idx         PIC 9(2).
         01  found-step       PIC 9(2).

      * each step's last DAY3-BW-BASE-RUNS clean full runs before the
      * night, oldest first: the rolling baseline is their average.
      * A run that ended 8 or worse, or an intraday APPEND drop, is
      * no guide to how long a good night takes and is left out.
         01  history-table.
            03 history-step OCCURS 12 TIMES.
               05 hs-count PIC 9(2).
               05 hs-run OCCURS 99 TIMES.
                  07 hs-date    PIC X(10).
                  07 hs-elapsed PIC 9(5).
                  07 hs-read    PIC 9(8).
                  07 hs-rc      PIC 9(2).
         01  hist-idx  PIC 9(2).
         01  hist-next PIC 9(2).

      * each step's latest full-run row for the night (a rerun by
      * hand overrides the failed run before it), and what the
      * monitor made of it.
         01  tonight-table.
            03 tonight-step OCCURS 12 TIMES.
               05 tn-seen-sw    PIC X(1).
                  88 tn-seen VALUE 'Y'.
               05 tn-start      PIC X(8).
               05 tn-end        PIC X(8).
               05 tn-start-secs PIC 9(6).
               05 tn-end-secs   PIC 9(6).
               05 tn-elapsed    PIC 9(5).
               05 tn-read       PIC 9(8).
               05 tn-rc         PIC 9(2).
               05 tn-baseline   PIC 9(5).
               05 tn-base-sw    PIC X(1).
                  88 tn-has-baseline VALUE 'Y'.
               05 tn-pct        PIC 9(5).
               05 tn-flag       PIC X(12).

      * where the chain stands on the night: running under day3run
      * now, finished, stopped on a failed step, or not started.
         01  chain-state-sw PIC X(1) VALUE 'N'.
             88 chain-running     VALUE 'R'.
             88 chain-finished    VALUE 'F'.
             88 chain-stopped     VALUE 'S'.
             88 chain-not-started VALUE 'N'.
         01  run-lock-state-sw PIC X(1) VALUE 'F'.
             88 run-lock-free   VALUE 'F'.
             88 run-lock-held   VALUE 'H'.
             88 run-lock-stale  VALUE 'S'.
         01  run-lock-pid-edit PIC Z(8)9.
         01  run-lock-command  PIC X(40).
         01  run-lock-status   PIC S9(9) COMP.
         01  run-lock-since-secs PIC 9(6).
         01  resume-step       PIC 9(2).
         01  project-from-step PIC 9(2).
         01  last-done-step    PIC 9(2).
         01  projected-secs    PIC 9(6).
         01  project-anchor    PIC 9(6).
         01  unbased-steps     PIC 9(2) VALUE 0.
         01  projected-sw PIC X(1) VALUE 'N'.
             88 finish-projected VALUE 'Y'.
         01  chain-late-sw PIC X(1) VALUE 'N'.
             88 chain-late VALUE 'Y'.

      * HH:MM:SS to seconds past midnight and back.
         01  calc-time     PIC X(8).
         01  calc-seconds  PIC 9(6).
         01  calc-hh       PIC 9(2).
         01  calc-mm       PIC 9(2).
         01  calc-ss       PIC 9(2).
         01  calc-days     PIC 9(2).
         01  calc-rest     PIC 9(6).
         01  calc-valid-sw PIC X(1).
             88 calc-time-valid VALUE 'Y'.
         01  row-start-secs PIC 9(6).
         01  row-end-secs   PIC 9(6).
         01  row-elapsed    PIC 9(6).

         01  sum-elapsed   PIC 9(8).
         01  older-sum     PIC 9(8).
         01  newer-sum     PIC 9(8).
         01  half-count    PIC 9(2).
         01  trend-word    PIC X(12).
         01  trend-read    PIC 9(8).
         01  baseline-time PIC X(8).

      * the night's window breaches before ranking and the code/key
      * pairs already on day3.alr for the night, so a monitor run
      * every few minutes raises each condition once, not each time.
         01  alert-table.
            03 alert-entry OCCURS 30 TIMES.
               05 alr-severity PIC 9(1).
               05 alr-code     PIC X(8).
               05 alr-key      PIC X(10).
               05 alr-text     PIC X(60).
         01  alert-count PIC 9(2) VALUE 0.
         01  alert-idx   PIC 9(2).
         01  raised-table.
            03 raised-entry OCCURS 200 TIMES.
               05 rsd-code PIC X(8).
               05 rsd-key  PIC X(10).
         01  raised-count PIC 9(3) VALUE 0.
         01  raised-idx   PIC 9(3).
         01  ack-table.
            03 ack-entry OCCURS 100 TIMES.
               05 ack-tbl-code PIC X(8).
               05 ack-tbl-key  PIC X(10).
         01  ack-count PIC 9(3) VALUE 0.
         01  ack-idx   PIC 9(3).
         01  new-severity PIC 9(1).
         01  new-code     PIC X(8).
         01  new-key      PIC X(10).
         01  new-text     PIC X(60).
         01  day3bwm-ack-sw PIC X(1).
             88 alert-acknowledged VALUE 'Y'.
         01  day3bwm-raised-sw PIC X(1).
             88 alert-already-raised VALUE 'Y'.
         01  severity-level PIC 9(1).

         01  log-rows-read      PIC 9(6) VALUE 0.
         01  steps-seen         PIC 9(2) VALUE 0.
         01  beyond-norm-count  PIC 9(2) VALUE 0.
         01  beyond-limit-count PIC 9(2) VALUE 0.
         01  written-count      PIC 9(2) VALUE 0.
         01  already-count      PIC 9(2) VALUE 0.
         01  deferred-count     PIC 9(2) VALUE 0.
         01  suppressed-alerts  PIC 9(2) VALUE 0.

         01  title-line.
             05 FILLER PIC X(44) VALUE "DAY3 BATCH WINDOW MONITOR".
             05 FILLER PIC X(9) VALUE "RUN DATE ".
             05 tl-date PIC X(10).
             05 FILLER  PIC X(2) VALUE SPACES.
             05 tl-time PIC X(8).
         01  night-line.
             05 FILLER PIC X(12) VALUE "BATCH NIGHT ".
             05 nl-night PIC X(10).
             05 FILLER PIC X(10) VALUE "  CUT-OFF ".
             05 nl-cutoff PIC X(5).
             05 FILLER PIC X(13) VALUE "  STEP LIMIT ".
             05 nl-limit PIC Z(3)9.
             05 FILLER PIC X(12) VALUE " MIN  NORM  ".
             05 nl-norm PIC ZZ9.
             05 FILLER PIC X(13) VALUE " PCT OF LAST ".
             05 nl-runs PIC Z9.
             05 FILLER PIC X(12) VALUE " CLEAN RUNS".
         01  parm-from-line.
             05 FILLER PIC X(24) VALUE "PARAMETERS IN FORCE FROM".
             05 FILLER PIC X(10) VALUE "  CUT-OFF ".
             05 pfl-cutoff PIC X(10).
             05 FILLER PIC X(8) VALUE "  LIMIT ".
             05 pfl-limit PIC X(10).
             05 FILLER PIC X(7) VALUE "  NORM ".
             05 pfl-norm PIC X(10).
             05 FILLER PIC X(7) VALUE "  RUNS ".
             05 pfl-runs PIC X(10).
         01  section-head-line.
             05 shl-title PIC X(60).
         01  step-head-line.
             05 FILLER PIC X(10) VALUE "STEP".
             05 FILLER PIC X(10) VALUE "START".
             05 FILLER PIC X(10) VALUE "END".
             05 FILLER PIC X(10) VALUE "ELAPSED".
             05 FILLER PIC X(10) VALUE "BASELINE".
             05 FILLER PIC X(8)  VALUE "   PCT".
             05 FILLER PIC X(10) VALUE "      READ".
             05 FILLER PIC X(13) VALUE "    PER SEC".
             05 FILLER PIC X(4)  VALUE "RC".
             05 FILLER PIC X(12) VALUE "FLAG".
         01  step-detail-line.
             05 sdl-step     PIC X(8).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 sdl-start    PIC X(8).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 sdl-end      PIC X(8).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 sdl-elapsed  PIC X(8).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 sdl-baseline PIC X(8).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 sdl-pct      PIC X(6).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 sdl-read     PIC X(10).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 sdl-rate     PIC X(11).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 sdl-rc       PIC X(2).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 sdl-flag     PIC X(12).
         01  pct-edit  PIC ZZZZ9.
         01  read-edit PIC Z(9)9.
         01  rate-value PIC 9(8)V9(2).
         01  rate-edit  PIC Z(7)9.99.
         01  chain-line.
             05 cl-caption PIC X(24).
             05 cl-text    PIC X(80).
         01  trend-head-line.
             05 thl-step     PIC X(8).
             05 FILLER       PIC X(11) VALUE "  BASELINE ".
             05 thl-baseline PIC X(8).
             05 FILLER       PIC X(8) VALUE "  TREND ".
             05 thl-trend    PIC X(12).
         01  trend-detail-line.
             05 FILLER       PIC X(4) VALUE SPACES.
             05 tdl-date     PIC X(10).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 tdl-elapsed  PIC X(8).
             05 FILLER       PIC X(7) VALUE "  READ ".
             05 tdl-read     PIC X(10).
             05 FILLER       PIC X(10) VALUE "  PER SEC ".
             05 tdl-rate     PIC X(11).
             05 FILLER       PIC X(5) VALUE "  RC ".
             05 tdl-rc       PIC X(2).
             05 FILLER       PIC X(2) VALUE SPACES.
             05 tdl-note     PIC X(8).
         01  figure-line.
             05 fig-caption PIC X(28).
             05 fig-value   PIC Z(5)9.

       PROCEDURE DIVISION.
           ACCEPT day3bwm-now-raw FROM TIME
           ACCEPT day3bwm-today-raw FROM DATE YYYYMMDD
           MOVE SPACES TO day3bwm-today
           MOVE day3bwm-today-raw(1:4) TO day3bwm-today(1:4)
           MOVE "-" TO day3bwm-today(5:1)
           MOVE day3bwm-today-raw(5:2) TO day3bwm-today(6:2)
           MOVE "-" TO day3bwm-today(8:1)
           MOVE day3bwm-today-raw(7:2) TO day3bwm-today(9:2)
           MOVE SPACES TO day3bwm-now-time
           MOVE day3bwm-now-raw(1:2) TO day3bwm-now-time(1:2)
           MOVE ":" TO day3bwm-now-time(3:1)
           MOVE day3bwm-now-raw(3:2) TO day3bwm-now-time(4:2)
           MOVE ":" TO day3bwm-now-time(6:1)
           MOVE day3bwm-now-raw(5:2) TO day3bwm-now-time(7:2)
           MOVE day3bwm-now-time TO calc-time
           PERFORM time-to-seconds
           MOVE calc-seconds TO day3bwm-now-secs

           ACCEPT day3bwm-night FROM ENVIRONMENT "DAY3_BW_DATE"
           IF day3bwm-night = SPACES THEN
             MOVE day3bwm-today TO day3bwm-night
           END-IF
           IF day3bwm-night(1:4) IS NOT NUMERIC OR
               day3bwm-night(5:1) NOT = "-" OR
               day3bwm-night(6:2) IS NOT NUMERIC OR
               day3bwm-night(8:1) NOT = "-" OR
               day3bwm-night(9:2) IS NOT NUMERIC THEN
             DISPLAY "day3bwm: DAY3_BW_DATE '" day3bwm-night
                 "' is not a YYYY-MM-DD date"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF day3bwm-night = day3bwm-today THEN
             SET watching-tonight TO TRUE
           END-IF
           DISPLAY "day3bwm: batch window for " day3bwm-night

           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > watch-step-count
             MOVE ZERO TO hs-count(step-idx)
             MOVE 'N' TO tn-seen-sw(step-idx)
             MOVE 'N' TO tn-base-sw(step-idx)
             MOVE SPACES TO tn-flag(step-idx)
           END-PERFORM

           PERFORM load-control-parameters
           PERFORM load-acknowledgments
           PERFORM scan-run-log
           PERFORM work-out-baselines
           PERFORM judge-night-steps
           IF watching-tonight THEN
             PERFORM inspect-run-lock
             PERFORM forecast-chain-finish
           ELSE
             PERFORM judge-finished-chain
           END-IF
           IF watching-tonight THEN
             PERFORM write-window-alerts
           END-IF
           PERFORM write-window-report

           DISPLAY "day3bwm: " steps-seen " step(s) logged, "
               beyond-norm-count " beyond norm, "
               beyond-limit-count " beyond limit, "
               written-count " alert(s) to day3.alr"
           IF beyond-norm-count > 0 OR beyond-limit-count > 0 OR
               chain-late THEN
             MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN.

      *******************************************************************
      * load-control-parameters - the window parameters in force on
      * the night being looked at, by the same rule day3a and day3fix
      * apply: the latest day3.prm row for the name effective on or
      * before that date, the day3cfg.cpy VALUE where there is none.
      *******************************************************************
       load-control-parameters.
           OPEN INPUT parm-file.
           IF parm-not-found THEN
             DISPLAY "day3bwm: no day3.prm, default window in use"
           ELSE
             IF NOT parm-file-is-ok THEN
               DISPLAY "day3bwm: unable to open day3.prm, file status "
                   parm-file-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL parm-eof
               READ parm-file
               IF parm-eof THEN
                 EXIT PERFORM
               END-IF
               IF DAY3-PRM-EFFECTIVE(1:4) IS NUMERIC AND
                   DAY3-PRM-EFFECTIVE NOT > day3bwm-night AND
                   DAY3-PRM-VALUE IS NUMERIC THEN
                 PERFORM take-parameter-in-force
               END-IF
             END-PERFORM
             CLOSE parm-file
           END-IF
           IF DAY3-BW-BASE-RUNS = 0 THEN
             MOVE 1 TO DAY3-BW-BASE-RUNS
           END-IF
           COMPUTE bw-limit-secs = DAY3-BW-STEP-LIMIT * 60
           DIVIDE DAY3-BW-CUTOFF BY 100 GIVING bw-cutoff-hh
               REMAINDER bw-cutoff-mm
           COMPUTE bw-cutoff-secs = bw-cutoff-hh * 3600
               + bw-cutoff-mm * 60
           .

       take-parameter-in-force.
           EVALUATE TRUE
             WHEN DAY3-PRM-BW-NORM-PCT
               IF bw-norm-from = "DEFAULT" OR
                   DAY3-PRM-EFFECTIVE NOT < bw-norm-from THEN
                 MOVE DAY3-PRM-VALUE TO DAY3-BW-NORM-PCT
                 MOVE DAY3-PRM-EFFECTIVE TO bw-norm-from
               END-IF
             WHEN DAY3-PRM-BW-LIMIT
               IF bw-limit-from = "DEFAULT" OR
                   DAY3-PRM-EFFECTIVE NOT < bw-limit-from THEN
                 MOVE DAY3-PRM-VALUE TO DAY3-BW-STEP-LIMIT
                 MOVE DAY3-PRM-EFFECTIVE TO bw-limit-from
               END-IF
             WHEN DAY3-PRM-BW-CUTOFF
               IF bw-cutoff-from = "DEFAULT" OR
                   DAY3-PRM-EFFECTIVE NOT < bw-cutoff-from THEN
                 MOVE DAY3-PRM-VALUE TO DAY3-BW-CUTOFF
                 MOVE DAY3-PRM-EFFECTIVE TO bw-cutoff-from
               END-IF
             WHEN DAY3-PRM-BW-RUNS
               IF bw-runs-from = "DEFAULT" OR
                   DAY3-PRM-EFFECTIVE NOT < bw-runs-from THEN
                 MOVE DAY3-PRM-VALUE TO DAY3-BW-BASE-RUNS
                 MOVE DAY3-PRM-EFFECTIVE TO bw-runs-from
               END-IF
           END-EVALUATE
           .

      *******************************************************************
      * load-acknowledgments - the standing day3.ack rows, so a step
      * known to be running long for a while (a backlog being worked
      * off) can be acknowledged like any other condition.
      *******************************************************************
       load-acknowledgments.
           OPEN INPUT ack-file.
           IF ack-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT ack-file-is-ok THEN
             DISPLAY "day3bwm: unable to open day3.ack, file status "
                 ack-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL ack-eof
             READ ack-file
             IF ack-eof THEN
               EXIT PERFORM
             END-IF
             IF DAY3-ACK-CODE NOT = SPACES AND ack-count < 100 THEN
               ADD 1 TO ack-count
               MOVE DAY3-ACK-CODE TO ack-tbl-code(ack-count)
               MOVE DAY3-ACK-KEY TO ack-tbl-key(ack-count)
             END-IF
           END-PERFORM
           CLOSE ack-file
           .

      *******************************************************************
      * scan-run-log - every full-run row of a watched program. A row
      * from before the night goes on that step's rolling history if
      * it ended cleanly; the night's latest row is the one judged.
      * Elapsed time is end less start, a day added when the end
      * reads earlier than the start (a step that ran over midnight).
      * A row whose times are not HH:MM:SS is passed over.
      *******************************************************************
       scan-run-log.
           OPEN INPUT run-log-file.
           IF run-log-not-found THEN
             DISPLAY "day3bwm: no day3.log, nothing has run yet"
             EXIT PARAGRAPH
           END-IF
           IF NOT run-log-file-is-ok THEN
             DISPLAY "day3bwm: unable to open day3.log, file status "
                 run-log-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM UNTIL run-log-eof
             READ run-log-file
             IF run-log-eof THEN
               EXIT PERFORM
             END-IF
             ADD 1 TO log-rows-read
             IF NOT DAY3-LOG-APPEND-MODE AND
                 DAY3-LOG-RUN-DATE NOT > day3bwm-night AND
                 DAY3-LOG-RETURN-CODE IS NUMERIC AND
                 DAY3-LOG-READ-COUNT IS NUMERIC THEN
               PERFORM take-log-row
             END-IF
           END-PERFORM
           CLOSE run-log-file
           .

       take-log-row.
           MOVE ZERO TO found-step
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > watch-step-count
             IF DAY3-LOG-PROGRAM = watch-step(step-idx) THEN
               MOVE step-idx TO found-step
             END-IF
           END-PERFORM
           IF found-step = 0 THEN
             EXIT PARAGRAPH
           END-IF
           MOVE DAY3-LOG-START-TIME TO calc-time
           PERFORM time-to-seconds
           IF NOT calc-time-valid THEN
             EXIT PARAGRAPH
           END-IF
           MOVE calc-seconds TO row-start-secs
           MOVE DAY3-LOG-END-TIME TO calc-time
           PERFORM time-to-seconds
           IF NOT calc-time-valid THEN
             EXIT PARAGRAPH
           END-IF
           MOVE calc-seconds TO row-end-secs
           IF row-end-secs < row-start-secs THEN
             ADD 86400 TO row-end-secs
           END-IF
           COMPUTE row-elapsed = row-end-secs - row-start-secs

           IF DAY3-LOG-RUN-DATE = day3bwm-night THEN
             MOVE 'Y' TO tn-seen-sw(found-step)
             MOVE DAY3-LOG-START-TIME TO tn-start(found-step)
             MOVE DAY3-LOG-END-TIME TO tn-end(found-step)
             MOVE row-start-secs TO tn-start-secs(found-step)
             MOVE row-end-secs TO tn-end-secs(found-step)
             MOVE row-elapsed TO tn-elapsed(found-step)
             MOVE DAY3-LOG-READ-COUNT TO tn-read(found-step)
             MOVE DAY3-LOG-RETURN-CODE TO tn-rc(found-step)
             EXIT PARAGRAPH
           END-IF
           IF DAY3-LOG-RETURN-CODE > 4 THEN
             EXIT PARAGRAPH
           END-IF
           IF hs-count(found-step) < DAY3-BW-BASE-RUNS THEN
             ADD 1 TO hs-count(found-step)
           ELSE
             PERFORM VARYING hist-idx FROM 1 BY 1
                 UNTIL hist-idx >= hs-count(found-step)
               COMPUTE hist-next = hist-idx + 1
               MOVE hs-run(found-step, hist-next) TO
                   hs-run(found-step, hist-idx)
             END-PERFORM
           END-IF
           MOVE hs-count(found-step) TO hist-idx
           MOVE DAY3-LOG-RUN-DATE TO hs-date(found-step, hist-idx)
           MOVE row-elapsed TO hs-elapsed(found-step, hist-idx)
           MOVE DAY3-LOG-READ-COUNT TO hs-read(found-step, hist-idx)
           MOVE DAY3-LOG-RETURN-CODE TO hs-rc(found-step, hist-idx)
           .

      *******************************************************************
      * work-out-baselines - each step's baseline is the average
      * elapsed time of the clean runs on its history, rounded to
      * the second. A step with no history yet has no baseline and
      * is neither judged against a norm nor counted in a forecast.
      *******************************************************************
       work-out-baselines.
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > watch-step-count
             IF hs-count(step-idx) > 0 THEN
               MOVE ZERO TO sum-elapsed
               PERFORM VARYING hist-idx FROM 1 BY 1
                   UNTIL hist-idx > hs-count(step-idx)
                 ADD hs-elapsed(step-idx, hist-idx) TO sum-elapsed
               END-PERFORM
               COMPUTE tn-baseline(step-idx) ROUNDED =
                   sum-elapsed / hs-count(step-idx)
               MOVE 'Y' TO tn-base-sw(step-idx)
             ELSE
               MOVE ZERO TO tn-baseline(step-idx)
             END-IF
           END-PERFORM
           .

      *******************************************************************
      * judge-night-steps - a step that ran past the step limit is
      * BEYOND LIMIT (severity 2) whatever its history; otherwise one
      * that ran past DAY3-BW-NORM-PCT percent of its baseline, and
      * by at least DAY3-BW-NORM-FLOOR seconds, is BEYOND NORM
      * (severity 3). The limit is for a single step, so day3run's
      * own row - the whole chain - is judged against its norm only;
      * the cut-off is what bounds the chain.
      *******************************************************************
       judge-night-steps.
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > watch-step-count
             IF NOT tn-seen(step-idx) THEN
               IF watching-tonight THEN
                 MOVE "NOT RUN YET" TO tn-flag(step-idx)
               ELSE
                 MOVE "NOT RUN" TO tn-flag(step-idx)
               END-IF
             ELSE
               ADD 1 TO steps-seen
               PERFORM judge-one-step
             END-IF
           END-PERFORM
           .

       judge-one-step.
           MOVE ZERO TO tn-pct(step-idx)
           IF tn-has-baseline(step-idx) AND
               tn-baseline(step-idx) > 0 THEN
             COMPUTE tn-pct(step-idx) ROUNDED =
                 tn-elapsed(step-idx) * 100 / tn-baseline(step-idx)
           END-IF
           MOVE SPACES TO new-text
           MOVE tn-elapsed(step-idx) TO calc-seconds
           PERFORM seconds-to-time
           IF step-idx <= chain-step-count AND
               tn-elapsed(step-idx) > bw-limit-secs THEN
             MOVE "BEYOND LIMIT" TO tn-flag(step-idx)
             ADD 1 TO beyond-limit-count
             MOVE 2 TO new-severity
             MOVE "BWLIMIT" TO new-code
             MOVE watch-step(step-idx) TO new-key
             STRING watch-step(step-idx) DELIMITED BY SPACE
                 " ran " calc-time ", past the step limit of "
                 DAY3-BW-STEP-LIMIT " min" DELIMITED BY SIZE
                 INTO new-text
             PERFORM add-alert
             EXIT PARAGRAPH
           END-IF
           IF NOT tn-has-baseline(step-idx) THEN
             MOVE "NO BASELINE" TO tn-flag(step-idx)
             EXIT PARAGRAPH
           END-IF
           IF tn-elapsed(step-idx) * 100 >
               tn-baseline(step-idx) * DAY3-BW-NORM-PCT AND
               tn-elapsed(step-idx) >=
               tn-baseline(step-idx) + DAY3-BW-NORM-FLOOR THEN
             MOVE "BEYOND NORM" TO tn-flag(step-idx)
             ADD 1 TO beyond-norm-count
             MOVE 3 TO new-severity
             MOVE "BWNORM" TO new-code
             MOVE watch-step(step-idx) TO new-key
             MOVE calc-time TO baseline-time
             MOVE tn-baseline(step-idx) TO calc-seconds
             PERFORM seconds-to-time
             STRING watch-step(step-idx) DELIMITED BY SPACE
                 " ran " baseline-time " against a baseline of "
                 calc-time DELIMITED BY SIZE INTO new-text
             PERFORM add-alert
           END-IF
           .

      *******************************************************************
      * judge-finished-chain - for a night already over, only whether
      * day3run's last row for it finished past the cut-off.
      *******************************************************************
       judge-finished-chain.
           IF NOT tn-seen(chain-driver-idx) THEN
             EXIT PARAGRAPH
           END-IF
           IF tn-rc(chain-driver-idx) <= 4 THEN
             SET chain-finished TO TRUE
           ELSE
             SET chain-stopped TO TRUE
           END-IF
           IF tn-end-secs(chain-driver-idx) > bw-cutoff-secs THEN
             SET chain-late TO TRUE
           END-IF
           .

      *******************************************************************
      * inspect-run-lock - who holds day3.lck: nobody (no file, or an
      * empty one), a job whose process is still running, or a stale
      * row whose process has gone.
      *******************************************************************
       inspect-run-lock.
           MOVE 'F' TO run-lock-state-sw
           OPEN INPUT run-lock-file.
           IF run-lock-not-found THEN
             EXIT PARAGRAPH
           END-IF
           IF NOT run-lock-file-is-ok THEN
             DISPLAY "day3bwm: unable to open day3.lck, file status "
                 run-lock-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           READ run-lock-file INTO DAY3-LOCK-RECORD
           IF run-lock-eof THEN
             CLOSE run-lock-file
             EXIT PARAGRAPH
           END-IF
           CLOSE run-lock-file
           IF DAY3-LCK-PROCESS IS NOT NUMERIC THEN
             MOVE 'S' TO run-lock-state-sw
             EXIT PARAGRAPH
           END-IF
           MOVE DAY3-LCK-PROCESS TO run-lock-pid-edit
           MOVE SPACES TO run-lock-command
           STRING "ps -p " run-lock-pid-edit " > /dev/null 2>&1"
               DELIMITED BY SIZE INTO run-lock-command
           CALL "SYSTEM" USING run-lock-command
           MOVE RETURN-CODE TO run-lock-status
           MOVE ZERO TO RETURN-CODE
           IF run-lock-status = ZERO THEN
             MOVE 'H' TO run-lock-state-sw
           ELSE
             MOVE 'S' TO run-lock-state-sw
           END-IF
           .

      *******************************************************************
      * forecast-chain-finish - tonight only. A chain day3run is still
      * running is forecast from the end of the last step it has
      * finished since it took the lock: the step now running ends
      * at its baseline or now, whichever is later, and each step
      * after it takes its baseline. A chain stopped on a failed
      * step, or not started at all, is forecast as if day3run were
      * started now, resuming where day3run would. A finished chain
      * is simply checked against the cut-off. A late finish is a
      * severity 1 alert, a forecast past the cut-off severity 2 -
      * still time for the operator to act on it.
      *******************************************************************
       forecast-chain-finish.
           MOVE 1 TO resume-step
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > chain-step-count
             IF NOT tn-seen(step-idx) OR tn-rc(step-idx) > 4 THEN
               EXIT PERFORM
             END-IF
             ADD 1 TO resume-step
           END-PERFORM

           IF run-lock-held AND DAY3-LCK-PROGRAM = "DAY3RUN" THEN
             SET chain-running TO TRUE
           ELSE
             IF tn-seen(chain-driver-idx) THEN
               IF tn-rc(chain-driver-idx) <= 4 THEN
                 SET chain-finished TO TRUE
               ELSE
                 SET chain-stopped TO TRUE
               END-IF
             ELSE
               SET chain-not-started TO TRUE
             END-IF
           END-IF

           IF chain-finished THEN
             IF tn-end-secs(chain-driver-idx) > bw-cutoff-secs THEN
               SET chain-late TO TRUE
               MOVE tn-end(chain-driver-idx) TO calc-time
               PERFORM raise-late-alert
             END-IF
             EXIT PARAGRAPH
           END-IF

           IF chain-running THEN
             PERFORM find-running-position
             MOVE "RUNNING" TO tn-flag(chain-driver-idx)
             IF project-from-step <= chain-step-count THEN
               MOVE "RUNNING" TO tn-flag(project-from-step)
             END-IF
           ELSE
             MOVE resume-step TO project-from-step
             MOVE day3bwm-now-secs TO project-anchor
           END-IF
           MOVE project-anchor TO projected-secs
           PERFORM VARYING step-idx FROM project-from-step BY 1
               UNTIL step-idx > chain-step-count
             IF tn-has-baseline(step-idx) THEN
               ADD tn-baseline(step-idx) TO projected-secs
             ELSE
               ADD 1 TO unbased-steps
             END-IF
             IF chain-running AND step-idx = project-from-step AND
                 projected-secs < day3bwm-now-secs THEN
               MOVE day3bwm-now-secs TO projected-secs
             END-IF
           END-PERFORM
           IF projected-secs < day3bwm-now-secs THEN
             MOVE day3bwm-now-secs TO projected-secs
           END-IF
           SET finish-projected TO TRUE
           IF projected-secs > bw-cutoff-secs THEN
             SET chain-late TO TRUE
             MOVE projected-secs TO calc-seconds
             PERFORM seconds-to-time
             PERFORM raise-late-alert
           END-IF
           .

      *******************************************************************
      * find-running-position - the steps day3run has finished since
      * it took the lock are the night's rows that started at or
      * after the lock's since-time; the step after the last of them
      * is the one running now. Nothing finished yet means the step
      * running is the one day3run resumed at.
      *******************************************************************
       find-running-position.
           MOVE ZERO TO last-done-step
           MOVE ZERO TO run-lock-since-secs
           IF DAY3-LCK-SINCE-DATE = day3bwm-night THEN
             MOVE DAY3-LCK-SINCE-TIME TO calc-time
             PERFORM time-to-seconds
             IF calc-time-valid THEN
               MOVE calc-seconds TO run-lock-since-secs
             END-IF
           END-IF
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > chain-step-count
             IF tn-seen(step-idx) AND
                 tn-start-secs(step-idx) >= run-lock-since-secs THEN
               MOVE step-idx TO last-done-step
             END-IF
           END-PERFORM
           IF last-done-step = 0 THEN
             MOVE resume-step TO project-from-step
             MOVE run-lock-since-secs TO project-anchor
           ELSE
             COMPUTE project-from-step = last-done-step + 1
             MOVE tn-end-secs(last-done-step) TO project-anchor
           END-IF
           .

       raise-late-alert.
           MOVE SPACES TO new-text
           MOVE "BWLATE" TO new-code
           MOVE "DAY3RUN" TO new-key
           IF chain-finished THEN
             MOVE 1 TO new-severity
             STRING "chain finished " calc-time ", past the "
                 DAY3-BW-CUTOFF " cut-off" DELIMITED BY SIZE
                 INTO new-text
           ELSE
             MOVE 2 TO new-severity
             IF chain-running THEN
               STRING "chain forecast to finish " calc-time
                   ", past the " DAY3-BW-CUTOFF " cut-off"
                   DELIMITED BY SIZE INTO new-text
             ELSE
               STRING "chain not running, if started now ends "
                   calc-time ", past " DAY3-BW-CUTOFF
                   DELIMITED BY SIZE INTO new-text
             END-IF
           END-IF
           PERFORM add-alert
           .

      *******************************************************************
      * add-alert - file the staged breach away unless a day3.ack row
      * (exact key or '*') says it has already been accepted.
      *******************************************************************
       add-alert.
           IF NOT watching-tonight THEN
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO day3bwm-ack-sw
           PERFORM VARYING ack-idx FROM 1 BY 1
               UNTIL ack-idx > ack-count
             IF ack-tbl-code(ack-idx) = new-code AND
                 (ack-tbl-key(ack-idx) = new-key OR
                 ack-tbl-key(ack-idx) = "*") THEN
               SET alert-acknowledged TO TRUE
             END-IF
           END-PERFORM
           IF alert-acknowledged THEN
             ADD 1 TO suppressed-alerts
             EXIT PARAGRAPH
           END-IF
           IF alert-count >= 30 THEN
             DISPLAY "day3bwm: alert-table capacity 30 exceeded, "
                 "alert dropped: " new-text
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO alert-count
           MOVE new-severity TO alr-severity(alert-count)
           MOVE new-code TO alr-code(alert-count)
           MOVE new-key TO alr-key(alert-count)
           MOVE new-text TO alr-text(alert-count)
           .

      *******************************************************************
      * write-window-alerts - append tonight's breaches to day3.alr,
      * severity 1 first, leaving out any code and key already on
      * the feed for tonight from an earlier pass of this monitor.
      * Another job holding the run-control lock may be day3alr
      * rewriting the feed, and a row appended under it would be
      * lost: the breaches are left for the next pass instead, which
      * the code and key check makes safe to repeat. The chain under
      * day3run never touches day3.alr.
      *******************************************************************
       write-window-alerts.
           IF alert-count = 0 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM inspect-run-lock
           IF NOT run-lock-free AND DAY3-LCK-PROGRAM NOT = "DAY3RUN"
               THEN
             MOVE alert-count TO deferred-count
             DISPLAY "day3bwm: day3.lck held by " DAY3-LCK-PROGRAM
                 ", " deferred-count " alert(s) deferred to the next "
                 "pass"
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT alert-file.
           IF alert-file-is-ok THEN
             PERFORM UNTIL alert-eof
               READ alert-file
               IF alert-eof THEN
                 EXIT PERFORM
               END-IF
               IF DAY3-ALR-RUN-DATE = day3bwm-night AND
                   raised-count < 200 THEN
                 ADD 1 TO raised-count
                 MOVE DAY3-ALR-CODE TO rsd-code(raised-count)
                 MOVE DAY3-ALR-KEY TO rsd-key(raised-count)
               END-IF
             END-PERFORM
             CLOSE alert-file
           END-IF
           OPEN EXTEND alert-file.
           IF alert-not-found THEN
             OPEN OUTPUT alert-file
           END-IF
           IF NOT alert-file-is-ok THEN
             DISPLAY "day3bwm: unable to open day3.alr, file status "
                 alert-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM VARYING severity-level FROM 1 BY 1
               UNTIL severity-level > 4
             PERFORM VARYING alert-idx FROM 1 BY 1
                 UNTIL alert-idx > alert-count
               IF alr-severity(alert-idx) = severity-level THEN
                 PERFORM write-one-alert
               END-IF
             END-PERFORM
           END-PERFORM
           CLOSE alert-file
           .

       write-one-alert.
           MOVE 'N' TO day3bwm-raised-sw
           PERFORM VARYING raised-idx FROM 1 BY 1
               UNTIL raised-idx > raised-count
             IF rsd-code(raised-idx) = alr-code(alert-idx) AND
                 rsd-key(raised-idx) = alr-key(alert-idx) THEN
               SET alert-already-raised TO TRUE
             END-IF
           END-PERFORM
           IF alert-already-raised THEN
             ADD 1 TO already-count
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DAY3-ALERT-RECORD
           MOVE alr-severity(alert-idx) TO DAY3-ALR-SEVERITY
           MOVE alr-code(alert-idx) TO DAY3-ALR-CODE
           MOVE alr-key(alert-idx) TO DAY3-ALR-KEY
           MOVE day3bwm-night TO DAY3-ALR-RUN-DATE
           MOVE alr-text(alert-idx) TO DAY3-ALR-TEXT
           WRITE DAY3-ALERT-RECORD
           ADD 1 TO written-count
           .

      *******************************************************************
      * write-window-report - day3bwm.rpt: the night's steps against
      * their baselines, where the chain stands against the cut-off,
      * then each step's duration trend over its history with the
      * rows it read a second, so a window creeping shut shows weeks
      * before it is missed.
      *******************************************************************
       write-window-report.
           OPEN OUTPUT print-file.
           IF NOT print-file-is-ok THEN
             DISPLAY "day3bwm: unable to open day3bwm.rpt, file "
                 "status " print-file-status
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE day3bwm-today TO tl-date
           MOVE day3bwm-now-time TO tl-time
           MOVE title-line TO print-line
           WRITE print-line
           MOVE day3bwm-night TO nl-night
           MOVE SPACES TO nl-cutoff
           STRING bw-cutoff-hh ":" bw-cutoff-mm DELIMITED BY SIZE
               INTO nl-cutoff
           MOVE DAY3-BW-STEP-LIMIT TO nl-limit
           MOVE DAY3-BW-NORM-PCT TO nl-norm
           MOVE DAY3-BW-BASE-RUNS TO nl-runs
           MOVE night-line TO print-line
           WRITE print-line
           MOVE bw-cutoff-from TO pfl-cutoff
           MOVE bw-limit-from TO pfl-limit
           MOVE bw-norm-from TO pfl-norm
           MOVE bw-runs-from TO pfl-runs
           MOVE parm-from-line TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line

           MOVE "STEPS ON THE NIGHT" TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           MOVE step-head-line TO print-line
           WRITE print-line
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > watch-step-count
             PERFORM print-step-line
           END-PERFORM
           MOVE SPACES TO print-line
           WRITE print-line
           PERFORM print-chain-lines

           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "DURATION TREND, CLEAN RUNS BEFORE THE NIGHT, OLDEST "
               & "FIRST" TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > watch-step-count
             PERFORM print-step-trend
           END-PERFORM

           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "FIGURES" TO shl-title
           MOVE section-head-line TO print-line
           WRITE print-line
           MOVE "DAY3.LOG ROWS READ" TO fig-caption
           MOVE log-rows-read TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "STEPS LOGGED ON THE NIGHT" TO fig-caption
           MOVE steps-seen TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "BEYOND NORM" TO fig-caption
           MOVE beyond-norm-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "BEYOND LIMIT" TO fig-caption
           MOVE beyond-limit-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "ALERTS WRITTEN TO DAY3.ALR" TO fig-caption
           MOVE written-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "ALERTS ALREADY ON DAY3.ALR" TO fig-caption
           MOVE already-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "ALERTS DEFERRED, LOCK HELD" TO fig-caption
           MOVE deferred-count TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           MOVE "ALERTS SUPPRESSED BY ACK" TO fig-caption
           MOVE suppressed-alerts TO fig-value
           MOVE figure-line TO print-line
           WRITE print-line
           CLOSE print-file
           .

       print-step-line.
           MOVE SPACES TO step-detail-line
           MOVE watch-step(step-idx) TO sdl-step
           IF tn-has-baseline(step-idx) THEN
             MOVE tn-baseline(step-idx) TO calc-seconds
             PERFORM seconds-to-time
             MOVE calc-time TO sdl-baseline
           ELSE
             MOVE "-" TO sdl-baseline
           END-IF
           MOVE tn-flag(step-idx) TO sdl-flag
           IF tn-seen(step-idx) THEN
             MOVE tn-start(step-idx) TO sdl-start
             MOVE tn-end(step-idx) TO sdl-end
             MOVE tn-elapsed(step-idx) TO calc-seconds
             PERFORM seconds-to-time
             MOVE calc-time TO sdl-elapsed
             IF tn-has-baseline(step-idx) AND
                 tn-baseline(step-idx) > 0 THEN
               MOVE tn-pct(step-idx) TO pct-edit
               MOVE pct-edit TO sdl-pct
             END-IF
             MOVE tn-read(step-idx) TO read-edit
             MOVE read-edit TO sdl-read
             IF tn-elapsed(step-idx) > 0 THEN
               COMPUTE rate-value ROUNDED =
                   tn-read(step-idx) / tn-elapsed(step-idx)
               MOVE rate-value TO rate-edit
               MOVE rate-edit TO sdl-rate
             ELSE
               MOVE "          -" TO sdl-rate
             END-IF
             MOVE tn-rc(step-idx) TO sdl-rc
           END-IF
           MOVE step-detail-line TO print-line
           WRITE print-line
           .

       print-chain-lines.
           MOVE SPACES TO chain-line
           MOVE "CHAIN" TO cl-caption
           EVALUATE TRUE
             WHEN chain-running
               MOVE SPACES TO cl-text
               STRING "RUNNING UNDER DAY3RUN SINCE "
                   DAY3-LCK-SINCE-TIME DELIMITED BY SIZE
                   INTO cl-text
             WHEN chain-finished
               MOVE SPACES TO cl-text
               STRING "FINISHED " tn-end(chain-driver-idx)
                   ", DAY3RUN RETURN CODE "
                   tn-rc(chain-driver-idx) DELIMITED BY SIZE
                   INTO cl-text
             WHEN chain-stopped
               MOVE SPACES TO cl-text
               STRING "STOPPED " tn-end(chain-driver-idx)
                   ", DAY3RUN RETURN CODE "
                   tn-rc(chain-driver-idx)
                   " - RERUN DAY3RUN TO RESUME" DELIMITED BY SIZE
                   INTO cl-text
             WHEN OTHER
               MOVE "NOT STARTED ON THE NIGHT" TO cl-text
           END-EVALUATE
           MOVE chain-line TO print-line
           WRITE print-line
           IF finish-projected THEN
             MOVE SPACES TO chain-line
             MOVE "FORECAST FINISH" TO cl-caption
             MOVE projected-secs TO calc-seconds
             PERFORM seconds-to-time
             IF chain-late THEN
               STRING calc-time "  PAST THE CUT-OFF"
                   DELIMITED BY SIZE INTO cl-text
             ELSE
               STRING calc-time "  WITHIN THE CUT-OFF"
                   DELIMITED BY SIZE INTO cl-text
             END-IF
             IF calc-days > 0 THEN
               MOVE "(NEXT DAY)" TO cl-text(32:10)
             END-IF
             MOVE chain-line TO print-line
             WRITE print-line
             IF unbased-steps > 0 THEN
               MOVE SPACES TO chain-line
               STRING unbased-steps " STEP(S) STILL TO RUN HAVE NO "
                   "BASELINE AND ARE NOT COUNTED" DELIMITED BY SIZE
                   INTO cl-text
               MOVE chain-line TO print-line
               WRITE print-line
             END-IF
           ELSE
             IF chain-late THEN
               MOVE SPACES TO chain-line
               MOVE "FINISHED PAST THE CUT-OFF" TO cl-text
               MOVE chain-line TO print-line
               WRITE print-line
             END-IF
           END-IF
           .

      *******************************************************************
      * print-step-trend - a step's history run by run, with its
      * direction: the newer half of the runs against the older half,
      * LENGTHENING past 110 percent, SHORTENING under 90. Four runs
      * are needed before a direction is called at all.
      *******************************************************************
       print-step-trend.
           MOVE watch-step(step-idx) TO thl-step
           IF tn-has-baseline(step-idx) THEN
             MOVE tn-baseline(step-idx) TO calc-seconds
             PERFORM seconds-to-time
             MOVE calc-time TO thl-baseline
           ELSE
             MOVE "-" TO thl-baseline
           END-IF
           IF hs-count(step-idx) < 4 THEN
             MOVE "TOO FEW RUNS" TO trend-word
           ELSE
             DIVIDE hs-count(step-idx) BY 2 GIVING half-count
             MOVE ZERO TO older-sum
             MOVE ZERO TO newer-sum
             PERFORM VARYING hist-idx FROM 1 BY 1
                 UNTIL hist-idx > half-count
               ADD hs-elapsed(step-idx, hist-idx) TO older-sum
             END-PERFORM
             COMPUTE hist-next = hs-count(step-idx) - half-count + 1
             PERFORM VARYING hist-idx FROM hist-next BY 1
                 UNTIL hist-idx > hs-count(step-idx)
               ADD hs-elapsed(step-idx, hist-idx) TO newer-sum
             END-PERFORM
             EVALUATE TRUE
               WHEN newer-sum * 100 > older-sum * 110
                 MOVE "LENGTHENING" TO trend-word
               WHEN newer-sum * 100 < older-sum * 90
                 MOVE "SHORTENING" TO trend-word
               WHEN OTHER
                 MOVE "STEADY" TO trend-word
             END-EVALUATE
           END-IF
           MOVE trend-word TO thl-trend
           MOVE trend-head-line TO print-line
           WRITE print-line
           PERFORM VARYING hist-idx FROM 1 BY 1
               UNTIL hist-idx > hs-count(step-idx)
             MOVE hs-date(step-idx, hist-idx) TO tdl-date
             MOVE hs-elapsed(step-idx, hist-idx) TO calc-seconds
             MOVE hs-read(step-idx, hist-idx) TO trend-read
             MOVE hs-rc(step-idx, hist-idx) TO tdl-rc
             MOVE SPACES TO tdl-note
             PERFORM print-trend-row
           END-PERFORM
           IF tn-seen(step-idx) THEN
             MOVE day3bwm-night TO tdl-date
             MOVE tn-elapsed(step-idx) TO calc-seconds
             MOVE tn-read(step-idx) TO trend-read
             MOVE tn-rc(step-idx) TO tdl-rc
             MOVE "NIGHT" TO tdl-note
             PERFORM print-trend-row
           END-IF
           .

       print-trend-row.
           MOVE trend-read TO read-edit
           MOVE read-edit TO tdl-read
           IF calc-seconds > 0 THEN
             COMPUTE rate-value ROUNDED = trend-read / calc-seconds
             MOVE rate-value TO rate-edit
             MOVE rate-edit TO tdl-rate
           ELSE
             MOVE "          -" TO tdl-rate
           END-IF
           PERFORM seconds-to-time
           MOVE calc-time TO tdl-elapsed
           MOVE trend-detail-line TO print-line
           WRITE print-line
           .

      *******************************************************************
      * time-to-seconds - calc-time (HH:MM:SS) into calc-seconds past
      * midnight; calc-time-valid is off when it is not a time.
      *******************************************************************
       time-to-seconds.
           MOVE 'N' TO calc-valid-sw
           MOVE ZERO TO calc-seconds
           IF calc-time(1:2) IS NUMERIC AND
               calc-time(3:1) = ":" AND
               calc-time(4:2) IS NUMERIC AND
               calc-time(6:1) = ":" AND
               calc-time(7:2) IS NUMERIC THEN
             MOVE calc-time(1:2) TO calc-hh
             MOVE calc-time(4:2) TO calc-mm
             MOVE calc-time(7:2) TO calc-ss
             COMPUTE calc-seconds = calc-hh * 3600 + calc-mm * 60
                 + calc-ss
             SET calc-time-valid TO TRUE
           END-IF
           .

      *******************************************************************
      * seconds-to-time - calc-seconds back into calc-time, HH:MM:SS;
      * a forecast running into the next day leaves calc-days set.
      *******************************************************************
       seconds-to-time.
           DIVIDE calc-seconds BY 86400 GIVING calc-days
               REMAINDER calc-rest
           DIVIDE calc-rest BY 3600 GIVING calc-hh REMAINDER calc-rest
           DIVIDE calc-rest BY 60 GIVING calc-mm REMAINDER calc-ss
           MOVE SPACES TO calc-time
           STRING calc-hh ":" calc-mm ":" calc-ss DELIMITED BY SIZE
               INTO calc-time
           .
