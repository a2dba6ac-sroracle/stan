      * vi: ts=4 sts=4 sw=4 et
      * Maintenance lock with the running bot, for batch jobs that
      * write its indexed files (copied in at the end of the
      * PROCEDURE DIVISION, with maint-lock-sel.cpy, maint-lock-fd.cpy
      * and maint-lock-ws.cpy in their places). The job drops a
      * request file; the bot closes its files, queues its own
      * writes and acknowledges; the job goes ahead, then removes
      * the request and the bot reopens. A job that can't get the
      * lock in time ends with RETURN-CODE 12 and nothing touched.
      *
      *        MOVE "stan-prune" TO mlk-job-TXT
      *        PERFORM 970-maint-acquire
      *        IF NOT maint-granted THEN
      *            STOP RUN
      *        END-IF
      *        ...
      *        PERFORM 971-maint-release

       970-maint-acquire SECTION.

           MOVE "N" TO mlk-granted-CHR
           PERFORM 972-maint-filenames

           MOVE SPACE TO mlk-wait-TXT
           ACCEPT mlk-wait-TXT FROM ENVIRONMENT "STAN_MAINT_WAIT"
           MOVE 0 TO mlk-wait-SEC
           IF mlk-wait-TXT IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION NUMVAL(mlk-wait-TXT) TO mlk-wait-SEC
           END-IF
           IF mlk-wait-SEC IS EQUAL TO 0 THEN
               MOVE mlk-default-wait-SEC TO mlk-wait-SEC
           END-IF

      *    One job at a time - wait out anyone already holding it.
           MOVE 0 TO mlk-waited-SEC
           PERFORM
               UNTIL EXIT
               MOVE mlk-req-filename-TXT TO mlk-path-TXT
               PERFORM 973-maint-read-file
               IF NOT mlk-found THEN
                   EXIT PERFORM
               END-IF
               IF mlk-waited-SEC IS NOT LESS THAN mlk-wait-SEC THEN
                   MOVE mlk-waited-SEC TO mlk-SEC-DISP
                   DISPLAY "*** Maintenance lock is held by "
                       TRIM(mlk-read-TXT) " - gave up after "
                       TRIM(mlk-SEC-DISP) " second(s). Remove "
                       TRIM(mlk-req-filename-TXT)
                       " if that job is no longer running."
                       UPON SYSERR
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               CALL "C$SLEEP" USING mlk-poll-SEC
               END-CALL
               ADD mlk-poll-SEC TO mlk-waited-SEC
           END-PERFORM

      *    Written aside and renamed into place, so the bot never
      *    reads half a request.
           MOVE FUNCTION CURRENT-DATE TO mlk-now-TXT
           MOVE SPACE TO mlk-line-TXT
           STRING
               TRIM(mlk-job-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               mlk-now-TXT(1 : 16) DELIMITED BY SIZE
               INTO mlk-line-TXT
           END-STRING

           MOVE mlk-tmp-filename-TXT TO mlk-path-TXT
           OPEN OUTPUT mlk-FC
           IF NOT mlk-STA-OK THEN
               DISPLAY "*** Couldn't write "
                   TRIM(mlk-tmp-filename-TXT) " (status " mlk-STA
                   ") - no maintenance lock" UPON SYSERR
               MOVE 12 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE mlk-line-TXT TO mlk-REC
           WRITE mlk-REC
           CLOSE mlk-FC
           CALL "CBL_RENAME_FILE" USING mlk-tmp-filename-TXT
               mlk-req-filename-TXT
           END-CALL
           IF RETURN-CODE IS NOT EQUAL TO 0 THEN
               DISPLAY "*** Couldn't create "
                   TRIM(mlk-req-filename-TXT)
                   " - no maintenance lock" UPON SYSERR
               MOVE 12 TO RETURN-CODE
               EXIT SECTION
           END-IF

      *    No bot to ask - the request stays put, so one starting up
      *    meanwhile lets go of its files as soon as it notices.
           PERFORM 974-maint-check-bot
           IF NOT mlk-bot-up THEN
               MOVE "Y" TO mlk-granted-CHR
               DISPLAY "Maintenance lock taken (the bot isn't running)."
               EXIT SECTION
           END-IF

           MOVE 0 TO mlk-waited-SEC
           PERFORM
               UNTIL EXIT
               MOVE mlk-ack-filename-TXT TO mlk-path-TXT
               PERFORM 973-maint-read-file
               IF mlk-found AND mlk-read-TXT IS EQUAL TO mlk-line-TXT
                       THEN
                   EXIT PERFORM
               END-IF
               IF mlk-waited-SEC IS NOT LESS THAN mlk-wait-SEC THEN
                   CALL "CBL_DELETE_FILE" USING mlk-req-filename-TXT
                   END-CALL
                   MOVE mlk-waited-SEC TO mlk-SEC-DISP
                   DISPLAY "*** The bot didn't release its data files "
                       "within " TRIM(mlk-SEC-DISP) " second(s) - "
                       "nothing was changed." UPON SYSERR
                   MOVE 12 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               CALL "C$SLEEP" USING mlk-poll-SEC
               END-CALL
               ADD mlk-poll-SEC TO mlk-waited-SEC
           END-PERFORM

           MOVE "Y" TO mlk-granted-CHR
           DISPLAY "Maintenance lock taken - the bot has closed its "
               "data files."

           .

      * * * * * * * * * * * * * * * * * * * *

       971-maint-release SECTION.

      *    Only our own request is ever removed.
           IF NOT maint-granted THEN
               EXIT SECTION
           END-IF
           MOVE "N" TO mlk-granted-CHR

           MOVE mlk-req-filename-TXT TO mlk-path-TXT
           PERFORM 973-maint-read-file
           IF mlk-found AND mlk-read-TXT IS EQUAL TO mlk-line-TXT THEN
               CALL "CBL_DELETE_FILE" USING mlk-req-filename-TXT
               END-CALL
               IF RETURN-CODE IS NOT EQUAL TO 0 THEN
                   DISPLAY "*** Couldn't remove "
                       TRIM(mlk-req-filename-TXT)
                       " - the bot will keep its files closed until "
                       "it's gone" UPON SYSERR
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF
           DISPLAY "Maintenance lock released."

           .

      * * * * * * * * * * * * * * * * * * * *

       972-maint-filenames SECTION.

      *    stan-maint.req / .ack and stan-heartbeat.txt, or
      *    stan-maint-<network>.req etc. under STAN_NETWORK.
           MOVE SPACE TO mlk-network-TXT
           ACCEPT mlk-network-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF mlk-network-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-maint.req" TO mlk-req-filename-TXT
               MOVE "stan-maint.req.tmp" TO mlk-tmp-filename-TXT
               MOVE "stan-maint.ack" TO mlk-ack-filename-TXT
               MOVE "stan-heartbeat.txt" TO mlk-hb-filename-TXT
           ELSE
               MOVE SPACE TO mlk-req-filename-TXT
               STRING
                   "stan-maint-" DELIMITED BY SIZE
                   TRIM(mlk-network-TXT) DELIMITED BY SIZE
                   ".req" DELIMITED BY SIZE
                   INTO mlk-req-filename-TXT
               END-STRING
               MOVE SPACE TO mlk-tmp-filename-TXT
               STRING
                   "stan-maint-" DELIMITED BY SIZE
                   TRIM(mlk-network-TXT) DELIMITED BY SIZE
                   ".req.tmp" DELIMITED BY SIZE
                   INTO mlk-tmp-filename-TXT
               END-STRING
               MOVE SPACE TO mlk-ack-filename-TXT
               STRING
                   "stan-maint-" DELIMITED BY SIZE
                   TRIM(mlk-network-TXT) DELIMITED BY SIZE
                   ".ack" DELIMITED BY SIZE
                   INTO mlk-ack-filename-TXT
               END-STRING
               MOVE SPACE TO mlk-hb-filename-TXT
               STRING
                   "stan-heartbeat-" DELIMITED BY SIZE
                   TRIM(mlk-network-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO mlk-hb-filename-TXT
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       973-maint-read-file SECTION.

      *    First line of mlk-path-TXT into mlk-read-TXT; mlk-found
      *    says whether the file was there at all.
           MOVE "N" TO mlk-found-CHR
           MOVE SPACE TO mlk-read-TXT
           OPEN INPUT mlk-FC
           IF NOT mlk-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "Y" TO mlk-found-CHR
           READ mlk-FC
               AT END
                   MOVE SPACE TO mlk-REC
           END-READ
           MOVE mlk-REC TO mlk-read-TXT
           CLOSE mlk-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       974-maint-check-bot SECTION.

      *    The bot is up if its heartbeat says so and was rewritten
      *    within mlk-stale-SEC. "updated" is UTC, so compare against
      *    UTC.
           MOVE "N" TO mlk-bot-CHR
           MOVE SPACE TO mlk-hb-state-TXT
           MOVE SPACE TO mlk-hb-updated-TXT

           MOVE mlk-hb-filename-TXT TO mlk-path-TXT
           OPEN INPUT mlk-FC
           IF NOT mlk-STA-OK THEN
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ mlk-FC
                   AT END EXIT PERFORM
               END-READ
               IF mlk-REC(1 : 6) IS EQUAL TO "state=" THEN
                   MOVE mlk-REC(7 : ) TO mlk-hb-state-TXT
               END-IF
               IF mlk-REC(1 : 8) IS EQUAL TO "updated=" THEN
                   MOVE mlk-REC(9 : 15) TO mlk-hb-updated-TXT
               END-IF
           END-PERFORM
           CLOSE mlk-FC

           IF mlk-hb-state-TXT IS EQUAL TO "gave-up"
                   OR mlk-hb-updated-TXT(1 : 8) IS NOT NUMERIC
                   OR mlk-hb-updated-TXT(10 : 6) IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF

           COMPUTE mlk-hb-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(mlk-hb-updated-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(mlk-hb-updated-TXT(10 : 2)) * 3600
               + FUNCTION NUMVAL(mlk-hb-updated-TXT(12 : 2)) * 60
               + FUNCTION NUMVAL(mlk-hb-updated-TXT(14 : 2))

           MOVE FUNCTION CURRENT-DATE TO mlk-now-TXT
           COMPUTE mlk-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(mlk-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(mlk-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(mlk-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(mlk-now-TXT(13 : 2))
           EVALUATE mlk-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE mlk-now-SEC = mlk-now-SEC
                       - FUNCTION NUMVAL(mlk-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(mlk-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE mlk-now-SEC = mlk-now-SEC
                       + FUNCTION NUMVAL(mlk-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(mlk-now-TXT(20 : 2)) * 60
           END-EVALUATE

           IF mlk-now-SEC - mlk-hb-SEC IS LESS THAN mlk-stale-SEC THEN
               MOVE "Y" TO mlk-bot-CHR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

