      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-nightly.

      *****************************************************************
      *    Nightly batch driver. Runs the end-of-day jobs in one fixed
      *    order over the day just ended (UTC), instead of a cron
      *    entry apiece:
      *        report    stan-report over that day's transcripts
      *        index     stan-index over the same list
      *        usual     stan-usual over the same list, refreshing
      *                  the "%usual" hours profiles
      *        weekly    stan-weekly over the "channel" entries - the
      *                  Sunday run only (the day ended a Saturday)
      *        prune     stan-prune
      *        dash      stan-dash
      *        support   stan-support over that day's questions
      *        archive   stan-archive over that day's transcripts
      *        snapshot  "backup" dropped into the bot's console file
      *                  for the running bot to take
      *    Each step's SYSIN list is built for it in
      *    "stan-nightly-<step>.in", and everything the steps print
      *    goes to "stan-nightly-<YYYYMMDD>.log". The run-control
      *    file stan-nightly.ctl records each step's state (PENDING,
      *    RUNNING, DONE, FAILED or SKIPPED), start and end times and
      *    return code. A step ending 8 or worse stops the run; run
      *    the driver again for the same day and it picks up at the
      *    first step that didn't finish. SYSIN may name the day to
      *    run for - yesterday when it's left off:
      *        stan-nightly < /dev/null
      *        echo 20261014 | stan-nightly
      *    The programs are run by name, so they need to be on PATH.
      *    The one-line result goes through stan-spool.txt into the
      *    "ops-channel" entry of stan.cfg (the first "channel" entry
      *    when there's none). Under STAN_NETWORK every file name
      *    takes the network after "stan-nightly", and the steps see
      *    the same STAN_NETWORK. Return code 0 when every step ran
      *    clean, 4 when one warned, 8 when the run stopped.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parm-FC
               ASSIGN TO KEYBOARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT config-FC
               ASSIGN TO config-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS config-IDX
               ALTERNATE RECORD KEY IS config-opt-TXT WITH DUPLICATES
               FILE STATUS IS config-STA.

           SELECT ctl-FC
               ASSIGN TO ctl-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ctl-STA.

           SELECT in-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS in-STA.

           SELECT log-FC
               ASSIGN TO log-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS log-STA.

           SELECT run-FC
               ASSIGN TO run-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-STA.

           SELECT drop-FC
               ASSIGN TO drop-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS drop-STA.

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD parm-FC.
       01 parm-REC
           PICTURE IS X(80).

      *    Record layout as declared in stan.cbl's FILE SECTION.
       FD config-FC.
       01 config-REC.
           05 config-IDX
               USAGE IS INDEX.
           05 config-opt-TXT
               PICTURE IS X(80).
           05 config-val-TXT
               PICTURE IS X(255).

      *    One line per step of the run it describes:
      *    "<day> <step> <state> <start> <end> <rc>".
       FD ctl-FC.
       01 ctl-REC.
           05 ctl-day-TXT
               PICTURE IS X(8).
           05 FILLER
               PICTURE IS X.
           05 ctl-step-TXT
               PICTURE IS X(8).
           05 FILLER
               PICTURE IS X.
           05 ctl-state-TXT
               PICTURE IS X(7).
           05 FILLER
               PICTURE IS X.
           05 ctl-start-TXT
               PICTURE IS X(15).
           05 FILLER
               PICTURE IS X.
           05 ctl-end-TXT
               PICTURE IS X(15).
           05 FILLER
               PICTURE IS X.
           05 ctl-rc-NUM
               PICTURE IS 9(3).

      *    A step's SYSIN list.
       FD in-FC.
       01 in-REC
           PICTURE IS X(255).

      *    Only ever opened to see whether a transcript exists.
       FD log-FC.
       01 log-REC
           PICTURE IS X(600).

      *    The run log the steps' output is appended to.
       FD run-FC.
       01 run-REC
           PICTURE IS X(300).

      *    The spool line or console command handed to the bot.
       FD drop-FC.
       01 drop-REC
           PICTURE IS X(500).

      *****************************************************************

       WORKING-STORAGE SECTION.

       01 config-STA
           PICTURE IS X(2).
           88 config-STA-OK
               VALUE IS "00".

       01 ctl-STA
           PICTURE IS X(2).
           88 ctl-STA-OK
               VALUE IS "00".

       01 in-STA
           PICTURE IS X(2).
           88 in-STA-OK
               VALUE IS "00".

       01 log-STA
           PICTURE IS X(2).
           88 log-STA-OK
               VALUE IS "00".

       01 run-STA
           PICTURE IS X(2).
           88 run-STA-OK
               VALUE IS "00".

       01 drop-STA
           PICTURE IS X(2).
           88 drop-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
      * * * * * * * * * * * * * * * * * * * *
       01 network-name-TXT
           PICTURE IS X(30).

      *    "stan-nightly" or "stan-nightly-<network>" - the stem of
      *    every file the driver keeps.
       01 nt-stem-TXT
           PICTURE IS X(60).

       01 config-filename-TXT
           PICTURE IS X(255).

       01 ctl-filename-TXT
           PICTURE IS X(255).

       01 in-filename-TXT
           PICTURE IS X(255).

       01 log-filename-TXT
           PICTURE IS X(255).

       01 run-filename-TXT
           PICTURE IS X(255).

       01 drop-filename-TXT
           PICTURE IS X(255).

       01 spool-filename-TXT
           PICTURE IS X(255).

       01 console-filename-TXT
           PICTURE IS X(255).

       01 tmp-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * The steps, in running order.        *
      * * * * * * * * * * * * * * * * * * * *
       78 nt-step-max-NUM
           VALUE IS 9.

       01 nt-step-values.
           05 FILLER
               PICTURE IS X(8)
               VALUE IS "report".
           05 FILLER
               PICTURE IS X(8)
               VALUE IS "index".
           05 FILLER
               PICTURE IS X(8)
               VALUE IS "usual".
           05 FILLER
               PICTURE IS X(8)
               VALUE IS "weekly".
           05 FILLER
               PICTURE IS X(8)
               VALUE IS "prune".
           05 FILLER
               PICTURE IS X(8)
               VALUE IS "dash".
           05 FILLER
               PICTURE IS X(8)
               VALUE IS "support".
           05 FILLER
               PICTURE IS X(8)
               VALUE IS "archive".
           05 FILLER
               PICTURE IS X(8)
               VALUE IS "snapshot".

       01 FILLER REDEFINES nt-step-values.
           05 nt-name-TBL OCCURS nt-step-max-NUM TIMES
               PICTURE IS X(8).

       01 nt-step-TBL-GRP.
           05 nt-step-entry OCCURS nt-step-max-NUM TIMES.
               10 nt-state-TXT
                   PICTURE IS X(7).
                   88 nt-is-finished
                       VALUES ARE "DONE" "SKIPPED".
               10 nt-start-TXT
                   PICTURE IS X(15).
               10 nt-end-TXT
                   PICTURE IS X(15).
               10 nt-rc-NUM
                   PICTURE IS 9(3).

       01 nt-step-IDX
           PICTURE IS 9(2).

       01 nt-save-IDX
           PICTURE IS 9(2).

       01 nt-stop-IDX
           PICTURE IS 9(2)
           VALUE IS 0.

      * * * * * * * * * * * * * * * * * * * *
      * Channels from the config.           *
      * * * * * * * * * * * * * * * * * * * *
       01 nt-chan-TBL-GRP.
           05 nt-chan-TBL OCCURS 50 TIMES
               PICTURE IS X(65).

       01 nt-chan-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 nt-chan-IDX
           PICTURE IS 9(2).

       01 nt-ops-chan-TXT
           PICTURE IS X(65)
           VALUE IS SPACE.

      * * * * * * * * * * * * * * * * * * * *
      * Working set.                        *
      * * * * * * * * * * * * * * * * * * * *
       01 nt-now-TXT
           PICTURE IS X(21).

       01 nt-now-SEC
           PICTURE IS S9(11).

       01 nt-sec-NUM
           PICTURE IS 9(11).

       01 nt-day-NUM
           PICTURE IS 9(7).

       01 nt-now-day-NUM
           PICTURE IS 9(7).

       01 nt-rem-NUM
           PICTURE IS 9(5).

       01 nt-hhmmss-NUM
           PICTURE IS 9(6).

      *    The day the run is for.
       01 nt-day-DISP
           PICTURE IS 9(8).

       01 nt-date-DISP
           PICTURE IS 9(8).

       01 nt-stamp-TXT
           PICTURE IS X(15).

      *    An earlier day's run the control file still holds
      *    unfinished - mentioned in the result, then replaced.
       01 nt-stale-day-TXT
           PICTURE IS X(8)
           VALUE IS SPACE.

       01 nt-stale-step-TXT
           PICTURE IS X(8)
           VALUE IS SPACE.

       01 nt-space-POS
           PICTURE IS 9(3).

       01 nt-command-TXT
           PICTURE IS X(600).

       01 nt-wait-NUM
           PICTURE IS S9(9).

       01 nt-worst-NUM
           PICTURE IS 9(3)
           VALUE IS 0.

       01 nt-file-CNT
           PICTURE IS 9(4).

       01 nt-rc-DISP
           PICTURE IS ZZ9.

       01 nt-result-TXT
           PICTURE IS X(400).

       01 nt-result-PTR
           PICTURE IS 9(3).

       01 nt-done-list-TXT
           PICTURE IS X(200).

       01 nt-done-PTR
           PICTURE IS 9(3).

       01 nt-skip-list-TXT
           PICTURE IS X(200).

       01 nt-skip-PTR
           PICTURE IS 9(3).

       01 nt-exists-CHR
           PICTURE IS X.
           88 nt-exists
               VALUE IS "Y".

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"

      *    UTC now, as stan-tickets works it out - transcript names
      *    and every stamp the steps compare against are UTC.
           MOVE FUNCTION CURRENT-DATE TO nt-now-TXT
           COMPUTE nt-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(nt-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(nt-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(nt-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(nt-now-TXT(13 : 2))
           EVALUATE nt-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE nt-now-SEC = nt-now-SEC
                       - FUNCTION NUMVAL(nt-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(nt-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE nt-now-SEC = nt-now-SEC
                       + FUNCTION NUMVAL(nt-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(nt-now-TXT(20 : 2)) * 60
           END-EVALUATE

      *    The day just ended, unless SYSIN names another.
           COMPUTE nt-day-NUM =
               FUNCTION INTEGER(nt-now-SEC / 86400) - 1
           MOVE FUNCTION DATE-OF-INTEGER(nt-day-NUM) TO nt-day-DISP
           OPEN INPUT parm-FC
           READ parm-FC
               AT END
                   CONTINUE
               NOT AT END
                   IF TRIM(parm-REC) IS NOT EQUAL TO SPACE THEN
                       IF parm-REC(1 : 8) IS NOT NUMERIC
                               OR parm-REC(9 : 1) IS NOT EQUAL TO SPACE
                               OR FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(parm-REC(1 : 8)))
                                   IS NOT EQUAL TO 0 THEN
                           DISPLAY "*** Not a YYYYMMDD day: "
                               TRIM(parm-REC) UPON SYSERR
                           CLOSE parm-FC
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE parm-REC(1 : 8) TO nt-day-DISP
                       COMPUTE nt-day-NUM = FUNCTION INTEGER-OF-DATE(
                           nt-day-DISP)
                   END-IF
           END-READ
           CLOSE parm-FC

           PERFORM 010-set-filenames
           PERFORM 100-read-config
           PERFORM 200-load-control

           PERFORM VARYING nt-step-IDX FROM 1 BY 1
                   UNTIL nt-step-IDX IS GREATER THAN nt-step-max-NUM
               IF NOT nt-is-finished(nt-step-IDX) THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF nt-step-IDX IS GREATER THAN nt-step-max-NUM THEN
               DISPLAY "Nightly run for " nt-day-DISP
                   " already finished - nothing to do."
               STOP RUN
           END-IF

           PERFORM 300-run-steps
           PERFORM 400-post-result

           EVALUATE TRUE
               WHEN nt-stop-IDX IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN nt-worst-NUM IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-set-filenames SECTION.

           MOVE SPACE TO nt-stem-TXT
           MOVE SPACE TO config-filename-TXT
           MOVE SPACE TO spool-filename-TXT
           MOVE SPACE TO console-filename-TXT
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-nightly" TO nt-stem-TXT
               MOVE "stan.cfg" TO config-filename-TXT
               MOVE "stan-spool.txt" TO spool-filename-TXT
               MOVE "stan-console.txt" TO console-filename-TXT
           ELSE
               STRING
                   "stan-nightly-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   INTO nt-stem-TXT
               END-STRING
               STRING
                   "stan-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".cfg" DELIMITED BY SIZE
                   INTO config-filename-TXT
               END-STRING
               STRING
                   "stan-spool-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO spool-filename-TXT
               END-STRING
               STRING
                   "stan-console-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO console-filename-TXT
               END-STRING
           END-IF

           MOVE SPACE TO ctl-filename-TXT
           STRING
               TRIM(nt-stem-TXT) DELIMITED BY SIZE
               ".ctl" DELIMITED BY SIZE
               INTO ctl-filename-TXT
           END-STRING

           MOVE SPACE TO run-filename-TXT
           STRING
               TRIM(nt-stem-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               nt-day-DISP DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO run-filename-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       100-read-config SECTION.

      *    The "channel" entries (name only - a join key may follow)
      *    and the "ops-channel" the result is posted to.
           OPEN INPUT config-FC
           IF NOT config-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(config-filename-TXT)
                   " (status " config-STA ")" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM
               UNTIL EXIT
               READ config-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NOT config-STA-OK THEN
                   EXIT PERFORM
               END-IF

               EVALUATE TRIM(config-opt-TXT)
                   WHEN "channel"
                       MOVE 0 TO nt-space-POS
                       INSPECT config-val-TXT TALLYING nt-space-POS
                           FOR CHARACTERS BEFORE INITIAL " "
                       IF nt-space-POS IS GREATER THAN 0
                               AND nt-space-POS IS NOT GREATER THAN 65
                               AND nt-chan-CNT IS LESS THAN 50 THEN
                           ADD 1 TO nt-chan-CNT
                           MOVE SPACE TO nt-chan-TBL(nt-chan-CNT)
                           MOVE config-val-TXT(1 : nt-space-POS)
                               TO nt-chan-TBL(nt-chan-CNT)
                       END-IF
                   WHEN "ops-channel"
                       MOVE TRIM(config-val-TXT) TO nt-ops-chan-TXT
               END-EVALUATE
           END-PERFORM

           CLOSE config-FC

           IF nt-ops-chan-TXT IS EQUAL TO SPACE
                   AND nt-chan-CNT IS GREATER THAN 0 THEN
               MOVE nt-chan-TBL(1) TO nt-ops-chan-TXT
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       200-load-control SECTION.

      *    Pick up where the control file says this day's run got
      *    to. A file describing another day is a finished (or
      *    abandoned) run - this one starts from scratch.
           PERFORM VARYING nt-step-IDX FROM 1 BY 1
                   UNTIL nt-step-IDX IS GREATER THAN nt-step-max-NUM
               MOVE "PENDING" TO nt-state-TXT(nt-step-IDX)
               MOVE SPACE TO nt-start-TXT(nt-step-IDX)
               MOVE SPACE TO nt-end-TXT(nt-step-IDX)
               MOVE 0 TO nt-rc-NUM(nt-step-IDX)
           END-PERFORM

           OPEN INPUT ctl-FC
           IF ctl-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ ctl-FC
                       AT END EXIT PERFORM
                   END-READ

                   IF ctl-day-TXT IS NOT EQUAL TO nt-day-DISP THEN
                       IF ctl-state-TXT IS NOT EQUAL TO "DONE"
                               AND ctl-state-TXT IS NOT EQUAL TO
                                   "SKIPPED"
                               AND nt-stale-step-TXT IS EQUAL TO SPACE
                               THEN
                           MOVE ctl-day-TXT TO nt-stale-day-TXT
                           MOVE ctl-step-TXT TO nt-stale-step-TXT
                       END-IF
                       EXIT PERFORM CYCLE
                   END-IF

                   PERFORM VARYING nt-step-IDX FROM 1 BY 1
                           UNTIL nt-step-IDX IS GREATER THAN
                               nt-step-max-NUM
                       IF nt-name-TBL(nt-step-IDX) IS EQUAL TO
                               ctl-step-TXT THEN
                           MOVE ctl-state-TXT
                               TO nt-state-TXT(nt-step-IDX)
                           MOVE ctl-start-TXT
                               TO nt-start-TXT(nt-step-IDX)
                           MOVE ctl-end-TXT TO nt-end-TXT(nt-step-IDX)
                           MOVE ctl-rc-NUM TO nt-rc-NUM(nt-step-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE ctl-FC
           END-IF

           IF nt-stale-step-TXT IS NOT EQUAL TO SPACE THEN
               DISPLAY "*** The run for " nt-stale-day-TXT
                   " never finished (stopped at "
                   TRIM(nt-stale-step-TXT) ") - starting "
                   nt-day-DISP " fresh" UPON SYSERR
           END-IF

      *    The newsletter covers the week that ended on Saturday -
      *    INTEGER-OF-DATE counts Monday 1601-01-01 as day 1, so a
      *    remainder of 6 is a Saturday.
           IF FUNCTION MOD(nt-day-NUM, 7) IS NOT EQUAL TO 6
                   AND nt-state-TXT(4) IS NOT EQUAL TO "DONE" THEN
               MOVE "SKIPPED" TO nt-state-TXT(4)
           END-IF

      *    A step caught RUNNING died with the driver - it runs again.
           PERFORM 210-save-control

           .

      * * * * * * * * * * * * * * * * * * * *

       210-save-control SECTION.

      *    Rewritten whole at every state change, so whatever stops
      *    the driver the file shows how far the run got.
           OPEN OUTPUT ctl-FC
           IF NOT ctl-STA-OK THEN
               DISPLAY "*** Couldn't write " TRIM(ctl-filename-TXT)
                   " (status " ctl-STA ")" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING nt-save-IDX FROM 1 BY 1
                   UNTIL nt-save-IDX IS GREATER THAN nt-step-max-NUM
               MOVE SPACE TO ctl-REC
               MOVE nt-day-DISP TO ctl-day-TXT
               MOVE nt-name-TBL(nt-save-IDX) TO ctl-step-TXT
               MOVE nt-state-TXT(nt-save-IDX) TO ctl-state-TXT
               MOVE nt-start-TXT(nt-save-IDX) TO ctl-start-TXT
               MOVE nt-end-TXT(nt-save-IDX) TO ctl-end-TXT
               MOVE nt-rc-NUM(nt-save-IDX) TO ctl-rc-NUM
               WRITE ctl-REC
           END-PERFORM

           CLOSE ctl-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       300-run-steps SECTION.

           PERFORM VARYING nt-step-IDX FROM 1 BY 1
                   UNTIL nt-step-IDX IS GREATER THAN nt-step-max-NUM
               IF nt-is-finished(nt-step-IDX) THEN
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM 220-utc-stamp
               MOVE "RUNNING" TO nt-state-TXT(nt-step-IDX)
               MOVE nt-stamp-TXT TO nt-start-TXT(nt-step-IDX)
               MOVE SPACE TO nt-end-TXT(nt-step-IDX)
               MOVE 0 TO nt-rc-NUM(nt-step-IDX)
               PERFORM 210-save-control

               MOVE SPACE TO run-REC
               STRING
                   "=== " DELIMITED BY SIZE
                   nt-stamp-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(nt-name-TBL(nt-step-IDX)) DELIMITED BY SIZE
                   " for " DELIMITED BY SIZE
                   nt-day-DISP DELIMITED BY SIZE
                   INTO run-REC
               END-STRING
               PERFORM 230-run-log-line
               DISPLAY TRIM(run-REC)

               EVALUATE nt-name-TBL(nt-step-IDX)
                   WHEN "snapshot"
                       PERFORM 330-request-snapshot
                   WHEN OTHER
                       PERFORM 310-build-sysin
                       PERFORM 320-run-program
               END-EVALUATE

               PERFORM 220-utc-stamp
               MOVE nt-stamp-TXT TO nt-end-TXT(nt-step-IDX)
               IF nt-rc-NUM(nt-step-IDX) IS LESS THAN 8 THEN
                   MOVE "DONE" TO nt-state-TXT(nt-step-IDX)
                   IF nt-rc-NUM(nt-step-IDX) IS GREATER THAN
                           nt-worst-NUM THEN
                       MOVE nt-rc-NUM(nt-step-IDX) TO nt-worst-NUM
                   END-IF
               ELSE
                   MOVE "FAILED" TO nt-state-TXT(nt-step-IDX)
                   MOVE nt-step-IDX TO nt-stop-IDX
               END-IF
               PERFORM 210-save-control

               MOVE nt-rc-NUM(nt-step-IDX) TO nt-rc-DISP
               MOVE SPACE TO run-REC
               STRING
                   "=== " DELIMITED BY SIZE
                   nt-stamp-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(nt-name-TBL(nt-step-IDX)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(nt-state-TXT(nt-step-IDX)) DELIMITED BY SIZE
                   " (rc " DELIMITED BY SIZE
                   TRIM(nt-rc-DISP) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO run-REC
               END-STRING
               PERFORM 230-run-log-line
               DISPLAY TRIM(run-REC)

               IF nt-stop-IDX IS GREATER THAN 0 THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       310-build-sysin SECTION.

      *    report, index, usual and archive read the day's transcript
      *    names - usual the same list index was given - weekly the
      *    channel names, support the day itself; prune and dash get
      *    an empty list.
           MOVE SPACE TO in-filename-TXT
           STRING
               TRIM(nt-stem-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TRIM(nt-name-TBL(nt-step-IDX)) DELIMITED BY SIZE
               ".in" DELIMITED BY SIZE
               INTO in-filename-TXT
           END-STRING

           OPEN OUTPUT in-FC
           IF NOT in-STA-OK THEN
               DISPLAY "*** Couldn't write " TRIM(in-filename-TXT)
                   " (status " in-STA ")" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO nt-file-CNT
           PERFORM VARYING nt-chan-IDX FROM 1 BY 1
                   UNTIL nt-chan-IDX IS GREATER THAN nt-chan-CNT
               EVALUATE nt-name-TBL(nt-step-IDX)
                   WHEN "report"
                   WHEN "index"
                   WHEN "usual"
                   WHEN "archive"
                       MOVE SPACE TO log-filename-TXT
                       STRING
                           "stan-log-" DELIMITED BY SIZE
                           TRIM(nt-chan-TBL(nt-chan-IDX))
                               DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           nt-day-DISP DELIMITED BY SIZE
                           ".log" DELIMITED BY SIZE
                           INTO log-filename-TXT
                       END-STRING
                       OPEN INPUT log-FC
                       IF log-STA-OK THEN
                           CLOSE log-FC
                           MOVE SPACE TO in-REC
                           MOVE log-filename-TXT TO in-REC
                           WRITE in-REC
                           ADD 1 TO nt-file-CNT
                       END-IF
                   WHEN "weekly"
                       MOVE SPACE TO in-REC
                       MOVE nt-chan-TBL(nt-chan-IDX) TO in-REC
                       WRITE in-REC
                       ADD 1 TO nt-file-CNT
               END-EVALUATE
           END-PERFORM

           IF nt-name-TBL(nt-step-IDX) IS EQUAL TO "support" THEN
               MOVE SPACE TO in-REC
               MOVE nt-day-DISP TO in-REC
               WRITE in-REC
           END-IF

           CLOSE in-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       320-run-program SECTION.

      *    "stan-<step> < <list> >> <run log> 2>&1" through the shell.
      *    RETURN-CODE comes back as the wait status: the exit code
      *    times 256, or a signal number in the low byte when the
      *    step was killed - counted as 255.
           MOVE SPACE TO nt-command-TXT
           STRING
               "stan-" DELIMITED BY SIZE
               TRIM(nt-name-TBL(nt-step-IDX)) DELIMITED BY SIZE
               " < " DELIMITED BY SIZE
               TRIM(in-filename-TXT) DELIMITED BY SIZE
               " >> " DELIMITED BY SIZE
               TRIM(run-filename-TXT) DELIMITED BY SIZE
               " 2>&1" DELIMITED BY SIZE
               INTO nt-command-TXT
           END-STRING

           CALL "SYSTEM" USING nt-command-TXT
           END-CALL
           MOVE RETURN-CODE TO nt-wait-NUM
           MOVE 0 TO RETURN-CODE

           EVALUATE TRUE
               WHEN nt-wait-NUM IS LESS THAN 0
                   MOVE 255 TO nt-rc-NUM(nt-step-IDX)
               WHEN FUNCTION MOD(nt-wait-NUM, 256) IS NOT EQUAL TO 0
                   MOVE 255 TO nt-rc-NUM(nt-step-IDX)
               WHEN OTHER
                   COMPUTE nt-rc-NUM(nt-step-IDX) = nt-wait-NUM / 256
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       330-request-snapshot SECTION.

      *    The bot holds the indexed files open, so it takes the
      *    snapshot itself: "backup" goes into its console file -
      *    added to one already waiting, otherwise built aside and
      *    renamed into place so the poll never sees half a file.
           MOVE SPACE TO drop-REC
           MOVE "backup" TO drop-REC
           MOVE console-filename-TXT TO drop-filename-TXT
           PERFORM 340-drop-line
           IF nt-exists THEN
               MOVE 0 TO nt-rc-NUM(nt-step-IDX)
           ELSE
               MOVE 8 TO nt-rc-NUM(nt-step-IDX)
           END-IF

           MOVE SPACE TO run-REC
           STRING
               "Asked the bot for a snapshot through "
                   DELIMITED BY SIZE
               TRIM(console-filename-TXT) DELIMITED BY SIZE
               INTO run-REC
           END-STRING
           PERFORM 230-run-log-line

           .

      * * * * * * * * * * * * * * * * * * * *

       340-drop-line SECTION.

      *    Hand drop-REC to the bot through the polled file named in
      *    drop-filename-TXT. nt-exists comes back raised when the
      *    line is in place.
           MOVE "N" TO nt-exists-CHR
           MOVE drop-filename-TXT TO tmp-filename-TXT

           OPEN INPUT drop-FC
           IF drop-STA-OK THEN
               CLOSE drop-FC
               OPEN EXTEND drop-FC
               IF drop-STA-OK THEN
                   WRITE drop-REC
                   CLOSE drop-FC
                   MOVE "Y" TO nt-exists-CHR
               END-IF
               EXIT SECTION
           END-IF

           MOVE SPACE TO drop-filename-TXT
           STRING
               TRIM(tmp-filename-TXT) DELIMITED BY SIZE
               ".new" DELIMITED BY SIZE
               INTO drop-filename-TXT
           END-STRING
           OPEN OUTPUT drop-FC
           IF NOT drop-STA-OK THEN
               EXIT SECTION
           END-IF
           WRITE drop-REC
           CLOSE drop-FC

           CALL "CBL_RENAME_FILE" USING drop-filename-TXT
               tmp-filename-TXT
           END-CALL
           IF RETURN-CODE IS EQUAL TO 0 THEN
               MOVE "Y" TO nt-exists-CHR
           END-IF
           MOVE 0 TO RETURN-CODE

           .

      * * * * * * * * * * * * * * * * * * * *

       400-post-result SECTION.

      *    "<ops-channel> nightly <day>: ..." - one line, whatever
      *    happened.
           MOVE SPACE TO nt-done-list-TXT
           MOVE 1 TO nt-done-PTR
           MOVE SPACE TO nt-skip-list-TXT
           MOVE 1 TO nt-skip-PTR
           PERFORM VARYING nt-step-IDX FROM 1 BY 1
                   UNTIL nt-step-IDX IS GREATER THAN nt-step-max-NUM
               EVALUATE nt-state-TXT(nt-step-IDX)
                   WHEN "DONE"
                       IF nt-done-PTR IS GREATER THAN 1 THEN
                           STRING
                               ", " DELIMITED BY SIZE
                               INTO nt-done-list-TXT
                               WITH POINTER nt-done-PTR
                           END-STRING
                       END-IF
                       STRING
                           TRIM(nt-name-TBL(nt-step-IDX))
                               DELIMITED BY SIZE
                           INTO nt-done-list-TXT
                           WITH POINTER nt-done-PTR
                       END-STRING
                       IF nt-rc-NUM(nt-step-IDX) IS GREATER THAN 0
                               THEN
                           MOVE nt-rc-NUM(nt-step-IDX) TO nt-rc-DISP
                           STRING
                               " (rc " DELIMITED BY SIZE
                               TRIM(nt-rc-DISP) DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO nt-done-list-TXT
                               WITH POINTER nt-done-PTR
                           END-STRING
                       END-IF
                   WHEN "SKIPPED"
                       IF nt-skip-PTR IS GREATER THAN 1 THEN
                           STRING
                               ", " DELIMITED BY SIZE
                               INTO nt-skip-list-TXT
                               WITH POINTER nt-skip-PTR
                           END-STRING
                       END-IF
                       STRING
                           TRIM(nt-name-TBL(nt-step-IDX))
                               DELIMITED BY SIZE
                           INTO nt-skip-list-TXT
                           WITH POINTER nt-skip-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM

           MOVE SPACE TO nt-result-TXT
           MOVE 1 TO nt-result-PTR
           STRING
               "nightly " DELIMITED BY SIZE
               nt-day-DISP DELIMITED BY SIZE
               INTO nt-result-TXT
               WITH POINTER nt-result-PTR
           END-STRING

           IF nt-stop-IDX IS GREATER THAN 0 THEN
               MOVE nt-rc-NUM(nt-stop-IDX) TO nt-rc-DISP
               STRING
                   ": FAILED at " DELIMITED BY SIZE
                   TRIM(nt-name-TBL(nt-stop-IDX)) DELIMITED BY SIZE
                   " (rc " DELIMITED BY SIZE
                   TRIM(nt-rc-DISP) DELIMITED BY SIZE
                   ", see " DELIMITED BY SIZE
                   TRIM(run-filename-TXT) DELIMITED BY SIZE
                   ") - rerun stan-nightly to resume" DELIMITED BY SIZE
                   INTO nt-result-TXT
                   WITH POINTER nt-result-PTR
               END-STRING
           ELSE
               STRING
                   ": OK" DELIMITED BY SIZE
                   INTO nt-result-TXT
                   WITH POINTER nt-result-PTR
               END-STRING
           END-IF

           IF nt-done-PTR IS GREATER THAN 1 THEN
               STRING
                   "; done: " DELIMITED BY SIZE
                   nt-done-list-TXT(1 : nt-done-PTR - 1)
                       DELIMITED BY SIZE
                   INTO nt-result-TXT
                   WITH POINTER nt-result-PTR
               END-STRING
           END-IF
           IF nt-skip-PTR IS GREATER THAN 1 THEN
               STRING
                   "; skipped: " DELIMITED BY SIZE
                   nt-skip-list-TXT(1 : nt-skip-PTR - 1)
                       DELIMITED BY SIZE
                   INTO nt-result-TXT
                   WITH POINTER nt-result-PTR
               END-STRING
           END-IF
           IF nt-stale-step-TXT IS NOT EQUAL TO SPACE THEN
               STRING
                   "; the " DELIMITED BY SIZE
                   nt-stale-day-TXT DELIMITED BY SIZE
                   " run never finished " DELIMITED BY SIZE
                   TRIM(nt-stale-step-TXT) DELIMITED BY SIZE
                   INTO nt-result-TXT
                   WITH POINTER nt-result-PTR
               END-STRING
           END-IF

           DISPLAY TRIM(nt-result-TXT)

           IF nt-ops-chan-TXT IS EQUAL TO SPACE THEN
               DISPLAY "*** No ops-channel or channel entry - result "
                   "not posted" UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO drop-REC
           STRING
               TRIM(nt-ops-chan-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(nt-result-TXT) DELIMITED BY SIZE
               INTO drop-REC
           END-STRING
           MOVE spool-filename-TXT TO drop-filename-TXT
           PERFORM 340-drop-line
           IF NOT nt-exists THEN
               DISPLAY "*** Couldn't post the result to "
                   TRIM(spool-filename-TXT) UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       220-utc-stamp SECTION.

      *    The current moment as a UTC "YYYYMMDD-HHMMSS" stamp in
      *    nt-stamp-TXT.
           MOVE FUNCTION CURRENT-DATE TO nt-now-TXT
           COMPUTE nt-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(nt-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(nt-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(nt-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(nt-now-TXT(13 : 2))
           EVALUATE nt-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE nt-now-SEC = nt-now-SEC
                       - FUNCTION NUMVAL(nt-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(nt-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE nt-now-SEC = nt-now-SEC
                       + FUNCTION NUMVAL(nt-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(nt-now-TXT(20 : 2)) * 60
           END-EVALUATE
           MOVE nt-now-SEC TO nt-sec-NUM
           COMPUTE nt-now-day-NUM =
               FUNCTION INTEGER(nt-sec-NUM / 86400)
           COMPUTE nt-rem-NUM = nt-sec-NUM - nt-now-day-NUM * 86400
           MOVE FUNCTION DATE-OF-INTEGER(nt-now-day-NUM)
               TO nt-date-DISP
           COMPUTE nt-hhmmss-NUM =
               FUNCTION INTEGER(nt-rem-NUM / 3600) * 10000
               + FUNCTION INTEGER(FUNCTION MOD(nt-rem-NUM, 3600) / 60)
                   * 100
               + FUNCTION MOD(nt-rem-NUM, 60)
           MOVE SPACE TO nt-stamp-TXT
           STRING
               nt-date-DISP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               nt-hhmmss-NUM DELIMITED BY SIZE
               INTO nt-stamp-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       230-run-log-line SECTION.

      *    Append run-REC to the run log, between steps - never while
      *    a step holds it.
           OPEN EXTEND run-FC
           IF NOT run-STA-OK THEN
               OPEN OUTPUT run-FC
           END-IF
           IF run-STA-OK THEN
               WRITE run-REC
               CLOSE run-FC
           END-IF

           .

       END PROGRAM stan-nightly.
