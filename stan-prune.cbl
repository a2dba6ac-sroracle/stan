      *    Reports what it removed, so it can run from cron with
      *    confidence:
      *        stan-prune
      *    The running bot is asked to let go of its data files first
      *    (maint-lock.cpy); if it doesn't within STAN_MAINT_WAIT
      *    seconds (default 300) the job ends with return code 12
      *    and nothing removed.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS probe-STA.

           COPY "maint-lock-sel.cpy".

      *****************************************************************

       DATA DIVISION.
       01 probe-REC
           PICTURE IS X(600).

           COPY "maint-lock-fd.cpy".

       WORKING-STORAGE SECTION.

       01 config-STA
           PICTURE IS 9(7)
           VALUE IS 0.

      * * * * * * * * * * * * * * * * * * * *
      * Maintenance lock with the bot.      *
      * * * * * * * * * * * * * * * * * * * *
           COPY "maint-lock-ws.cpy".

      *****************************************************************

       PROCEDURE DIVISION.
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(now-TXT(1 : 8)))

      *    The bot holds stan-seen.dat and stan-karma.dat open I-O -
      *    have it let go of them first. The transcripts are only
      *    ever appended to, so pruning those needs no lock.
           IF retain-seen-NUM IS GREATER THAN 0
                   OR retain-karma-NUM IS GREATER THAN 0 THEN
               MOVE "stan-prune" TO mlk-job-TXT
               PERFORM 970-maint-acquire
               IF NOT maint-granted THEN
                   STOP RUN
               END-IF
           END-IF

           IF retain-seen-NUM IS GREATER THAN 0 THEN
               PERFORM 100-prune-seen
           ELSE
                   "left alone."
           END-IF

           PERFORM 971-maint-release

           IF retain-log-NUM IS GREATER THAN 0 THEN
               PERFORM 300-prune-logs
           ELSE

           .

      * * * * * * * * * * * * * * * * * * * *

           COPY "maint-lock.cpy".

       END PROGRAM stan-prune.
