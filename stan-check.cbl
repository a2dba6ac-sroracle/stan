      *    new-layout "<name>.new" with the added fields blank, which
      *    is exactly what the bot treats as "pre-field record":
      *        echo migrate | stan-check
      *
      *    Cross-reference mode checks the files against each other
      *    rather than each on its own, and reports every kind of
      *    dangling reference with a severity, a count, and the first
      *    few examples:
      *        ERROR  alias records whose canonical nick has an alias
      *               record of its own (lookups stop one hop short)
      *        ERROR  votes for a channel with no poll record (a new
      *               poll there would count them)
      *        WARN   memos waiting for nicks that have opted out
      *        WARN   schedule and on-call channels no "channel"
      *               entry joins
      *        WARN   on-call nicks the bot has never seen
      *        INFO   pending timed unbans whose ban is already gone
      *        echo xref | stan-check
      *    A file that isn't there yet skips the checks that need it.
      *    The run ends with return code 4 when there are findings,
      *    8 when a file couldn't be read, so cron can tell them
      *    from a clean run.
      *
      *    Rebuild and migrate ask the running bot to let go of its
      *    data files first (maint-lock.cpy), so the copies are taken
      *    from files nobody is writing; if it doesn't within
      *    STAN_MAINT_WAIT seconds (default 300) the job ends with
      *    return code 12 and nothing written.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS new-topic-chan-TXT
               FILE STATUS IS out-STA.

      *    Cross-reference mode walks one file (in-STA) while looking
      *    records up by key in another (ref-STA) - the ref- files
      *    are those lookups, opened alongside.
           SELECT alias-FC
               ASSIGN TO alias-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS alias-nick-TXT
               FILE STATUS IS in-STA.

           SELECT ref-alias-FC
               ASSIGN TO alias-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ref-alias-nick-TXT
               FILE STATUS IS ref-STA.

           SELECT tell-FC
               ASSIGN TO tell-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tell-key
               FILE STATUS IS in-STA.

           SELECT ref-optout-FC
               ASSIGN TO optout-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ref-optout-nick-TXT
               FILE STATUS IS ref-STA.

           SELECT vote-FC
               ASSIGN TO vote-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS vote-key
               FILE STATUS IS in-STA.

           SELECT ref-poll-FC
               ASSIGN TO poll-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ref-poll-chan-TXT
               FILE STATUS IS ref-STA.

           SELECT sched-FC
               ASSIGN TO sched-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sched-ID-NUM
               FILE STATUS IS in-STA.

           SELECT oncall-FC
               ASSIGN TO oncall-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS oncall-name-TXT
               FILE STATUS IS in-STA.

           SELECT ref-seen-FC
               ASSIGN TO seen-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ref-seen-nick-TXT
               FILE STATUS IS ref-STA.

           SELECT offense-FC
               ASSIGN TO offense-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS offense-mask-TXT
               FILE STATUS IS in-STA.

           SELECT ref-ban-FC
               ASSIGN TO ban-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ref-ban-key
               FILE STATUS IS ref-STA.

           COPY "maint-lock-sel.cpy".

      *****************************************************************

       DATA DIVISION.
           05 new-topic-rest-TXT
               PICTURE IS X(445).

      *    Cross-reference mode: only the fields the checks compare
      *    are broken out, the rest carried as filler.
       FD alias-FC.
       01 alias-REC.
           05 alias-nick-TXT
               PICTURE IS X(65).
           05 alias-orig-nick-TXT
               PICTURE IS X(65).
           05 alias-canon-TXT
               PICTURE IS X(65).
           05 alias-orig-canon-TXT
               PICTURE IS X(65).
           05 alias-rest-TXT
               PICTURE IS X(80).

       FD ref-alias-FC.
       01 ref-alias-REC.
           05 ref-alias-nick-TXT
               PICTURE IS X(65).
           05 ref-alias-orig-nick-TXT
               PICTURE IS X(65).
           05 ref-alias-canon-TXT
               PICTURE IS X(65).
           05 ref-alias-orig-canon-TXT
               PICTURE IS X(65).
           05 ref-alias-rest-TXT
               PICTURE IS X(80).

       FD tell-FC.
       01 tell-REC.
           05 tell-key.
               10 tell-nick-TXT
                   PICTURE IS X(65).
               10 tell-seq-NUM
                   PICTURE IS 9(4).
           05 tell-from-TXT
               PICTURE IS X(65).
           05 tell-rest-TXT
               PICTURE IS X(315).

       FD ref-optout-FC.
       01 ref-optout-REC.
           05 ref-optout-nick-TXT
               PICTURE IS X(65).
           05 ref-optout-rest-TXT
               PICTURE IS X(280).

       FD vote-FC.
       01 vote-REC.
           05 vote-key.
               10 vote-chan-TXT
                   PICTURE IS X(65).
               10 vote-mask-TXT
                   PICTURE IS X(200).
           05 vote-choice-NUM
               PICTURE IS 9(1).

       FD ref-poll-FC.
       01 ref-poll-REC.
           05 ref-poll-chan-TXT
               PICTURE IS X(65).
           05 ref-poll-rest-TXT
               PICTURE IS X(547).

       FD sched-FC.
       01 sched-REC.
           05 sched-ID-NUM
               PICTURE IS 9(9).
           05 sched-kind-CHR
               PICTURE IS X.
           05 sched-hhmm-NUM
               PICTURE IS 9(4).
           05 sched-dow-NUM
               PICTURE IS 9(1).
           05 sched-dom-NUM
               PICTURE IS 9(2).
           05 sched-chan-TXT
               PICTURE IS X(65).
           05 sched-rest-TXT
               PICTURE IS X(315).

       FD oncall-FC.
       01 oncall-REC.
           05 oncall-name-TXT
               PICTURE IS X(30).
           05 oncall-orig-name-TXT
               PICTURE IS X(30).
           05 oncall-chan-TXT
               PICTURE IS X(65).
           05 oncall-dow-NUM
               PICTURE IS 9(1).
           05 oncall-hhmm-NUM
               PICTURE IS 9(4).
           05 oncall-cur-NUM
               PICTURE IS 9(1).
           05 oncall-nick-CNT-NUM
               PICTURE IS 9(1).
           05 oncall-nick-entry OCCURS 8 TIMES.
               10 oncall-nick-TXT
                   PICTURE IS X(65).
           05 oncall-override-TXT
               PICTURE IS X(65).
           05 oncall-last-date-NUM
               PICTURE IS 9(8).

       FD ref-seen-FC.
       01 ref-seen-REC.
           05 ref-seen-nick-TXT
               PICTURE IS X(65).
           05 ref-seen-rest-TXT
               PICTURE IS X(346).

       FD offense-FC.
       01 offense-REC.
           05 offense-mask-TXT
               PICTURE IS X(200).
           05 offense-orig-nick-TXT
               PICTURE IS X(65).
           05 offense-CNT
               PICTURE IS 9(4).
           05 offense-last-time-TXT
               PICTURE IS X(15).
           05 offense-last-chan-TXT
               PICTURE IS X(65).
           05 offense-unban-due-TXT
               PICTURE IS X(15).
           05 offense-unban-chan-TXT
               PICTURE IS X(65).
           05 offense-banmask-TXT
               PICTURE IS X(200).

       FD ref-ban-FC.
       01 ref-ban-REC.
           05 ref-ban-key.
               10 ref-ban-chan-TXT
                   PICTURE IS X(65).
               10 ref-ban-mask-TXT
                   PICTURE IS X(200).
           05 ref-ban-rest-TXT
               PICTURE IS X(346).

           COPY "maint-lock-fd.cpy".

       WORKING-STORAGE SECTION.

       01 in-STA
           88 migrate-wanted
               VALUE IS "Y".

       01 xref-CHR
           PICTURE IS X
           VALUE IS "N".
           88 xref-wanted
               VALUE IS "Y".

       01 ref-STA
           PICTURE IS X(2).
           88 ref-STA-OK
               VALUE IS "00".
           88 ref-STA-NOT-FOUND
               VALUE IS "35".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
       01 link-filename-TXT
           PICTURE IS X(255).

       01 tell-filename-TXT
           PICTURE IS X(255).

       01 alias-filename-TXT
           PICTURE IS X(255).

       01 optout-filename-TXT
           PICTURE IS X(255).

       01 vote-filename-TXT
           PICTURE IS X(255).

       01 poll-filename-TXT
           PICTURE IS X(255).

       01 sched-filename-TXT
           PICTURE IS X(255).

       01 oncall-filename-TXT
           PICTURE IS X(255).

       01 offense-filename-TXT
           PICTURE IS X(255).

       01 ban-filename-TXT
           PICTURE IS X(255).

       01 new-filename-TXT
           PICTURE IS X(255).

           PICTURE IS 9(5)
           VALUE IS 0.

      * * * * * * * * * * * * * * * * * * * *
      * Cross-reference mode.               *
      * * * * * * * * * * * * * * * * * * * *
      *    One finding per check: its severity, how many records
      *    tripped it, and the first few of them as examples.
       01 xref-sev-TXT
           PICTURE IS X(5).

       01 xref-what-TXT
           PICTURE IS X(100).

       01 xref-hit-CNT
           PICTURE IS 9(7).

       01 xref-shown-CNT
           PICTURE IS 9(1).

       01 xref-example-TXT
           PICTURE IS X(200).

       01 xref-CNT-DISP
           PICTURE IS ZZZZZZ9.

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

      *    Folded channel names from the "channel" entries, as
      *    stan-prune collects them.
       01 xref-chan-TBL-GRP.
           05 xref-chan-TBL OCCURS 50 TIMES
               PICTURE IS X(65).

       01 xref-chan-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 xref-chan-IDX
           PICTURE IS 9(2).

       01 xref-chan-space-POS
           PICTURE IS 9(4).

       01 xref-chan-TXT
           PICTURE IS X(65).

       01 xref-chan-known-CHR
           PICTURE IS X.
           88 xref-chan-known
               VALUE IS "Y".

       01 xref-nick-IDX
           PICTURE IS 9(1).

       01 xref-nick-TXT
           PICTURE IS X(65).

      *    The file 980-xref-open-failed / 985-xref-ref-open-failed
      *    report on.
       01 xref-file-TXT
           PICTURE IS X(255).

       01 xref-io-err-CHR
           PICTURE IS X
           VALUE IS "N".
           88 xref-io-err
               VALUE IS "Y".

      * * * * * * * * * * * * * * * * * * * *
      * Maintenance lock with the bot.      *
      * * * * * * * * * * * * * * * * * * * *
           COPY "maint-lock-ws.cpy".

      *****************************************************************

       PROCEDURE DIVISION.
               MOVE "stan-karma.dat" TO karma-filename-TXT
               MOVE "stan-topic.dat" TO topic-filename-TXT
               MOVE "stan-links.dat" TO link-filename-TXT
               MOVE "stan-tell.dat" TO tell-filename-TXT
               MOVE "stan-alias.dat" TO alias-filename-TXT
               MOVE "stan-optout.dat" TO optout-filename-TXT
               MOVE "stan-vote.dat" TO vote-filename-TXT
               MOVE "stan-poll.dat" TO poll-filename-TXT
               MOVE "stan-sched.dat" TO sched-filename-TXT
               MOVE "stan-oncall.dat" TO oncall-filename-TXT
               MOVE "stan-offense.dat" TO offense-filename-TXT
               MOVE "stan-bans.dat" TO ban-filename-TXT
           ELSE
               MOVE SPACE TO config-filename-TXT
               STRING
                   ".dat" DELIMITED BY SIZE
                   INTO link-filename-TXT
               END-STRING
               MOVE SPACE TO tell-filename-TXT
               STRING
                   "stan-tell-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO tell-filename-TXT
               END-STRING
               MOVE SPACE TO alias-filename-TXT
               STRING
                   "stan-alias-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO alias-filename-TXT
               END-STRING
               MOVE SPACE TO optout-filename-TXT
               STRING
                   "stan-optout-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO optout-filename-TXT
               END-STRING
               MOVE SPACE TO vote-filename-TXT
               STRING
                   "stan-vote-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO vote-filename-TXT
               END-STRING
               MOVE SPACE TO poll-filename-TXT
               STRING
                   "stan-poll-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO poll-filename-TXT
               END-STRING
               MOVE SPACE TO sched-filename-TXT
               STRING
                   "stan-sched-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO sched-filename-TXT
               END-STRING
               MOVE SPACE TO oncall-filename-TXT
               STRING
                   "stan-oncall-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO oncall-filename-TXT
               END-STRING
               MOVE SPACE TO offense-filename-TXT
               STRING
                   "stan-offense-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO offense-filename-TXT
               END-STRING
               MOVE SPACE TO ban-filename-TXT
               STRING
                   "stan-bans-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO ban-filename-TXT
               END-STRING
           END-IF

           OPEN INPUT SYSIN
                   MOVE "Y" TO migrate-CHR
                   DISPLAY "Mode: migrate (old-layout seen/karma/"
                       "quote/links to *.new)"
               WHEN "xref"
                   MOVE "Y" TO xref-CHR
                   DISPLAY "Mode: cross-file reference audit"
               WHEN OTHER
                   DISPLAY "Mode: check only"
           END-EVALUATE

           IF migrate-wanted OR rebuild-wanted THEN
               MOVE "stan-check" TO mlk-job-TXT
               PERFORM 970-maint-acquire
               IF NOT maint-granted THEN
                   STOP RUN
               END-IF
           END-IF

           IF migrate-wanted THEN
               PERFORM 600-migrate-seen
               PERFORM 700-migrate-karma
               PERFORM 800-migrate-quote
               PERFORM 810-migrate-link
               PERFORM 971-maint-release
               DISPLAY "Done: " findings-CNT " finding(s). Stop the "
                   "bot and move each .new over its original."
               STOP RUN
           END-IF

           IF xref-wanted THEN
               PERFORM 900-xref-collect-channels
               PERFORM 910-xref-alias-chains
               PERFORM 920-xref-tell-optout
               PERFORM 930-xref-vote-poll
               PERFORM 940-xref-sched-channels
               PERFORM 950-xref-oncall
               PERFORM 960-xref-unban-ban
               DISPLAY "Done: " findings-CNT " finding(s)."
               IF xref-io-err THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF findings-CNT IS GREATER THAN 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN
           END-IF

           PERFORM 100-check-config
           PERFORM 200-check-seen
           PERFORM 300-check-quote
           PERFORM 400-check-karma
           PERFORM 500-check-topic

           IF rebuild-wanted THEN
               PERFORM 971-maint-release
           END-IF

           DISPLAY "Done: " findings-CNT " finding(s)."

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       900-xref-collect-channels SECTION.

      *    Channel names from the "channel" entries - a value may
      *    carry a join key after the name, only the name matters.
           MOVE 0 TO xref-chan-CNT
           OPEN INPUT config-FC
           IF NOT in-STA-OK THEN
               DISPLAY "--- " TRIM(config-filename-TXT) " ---"
               MOVE config-filename-TXT TO xref-file-TXT
               PERFORM 980-xref-open-failed
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ config-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NOT in-STA-OK THEN
                   EXIT PERFORM
               END-IF

               IF TRIM(config-opt-TXT) IS EQUAL TO "channel"
                       AND xref-chan-CNT IS LESS THAN 50 THEN
                   MOVE 0 TO xref-chan-space-POS
                   INSPECT config-val-TXT TALLYING xref-chan-space-POS
                       FOR CHARACTERS BEFORE INITIAL " "
                   IF xref-chan-space-POS IS GREATER THAN 0 THEN
                       MOVE SPACE TO cf-src-TXT
                       MOVE config-val-TXT(1 : xref-chan-space-POS)
                           TO cf-src-TXT
                       PERFORM 095-casefold
                       ADD 1 TO xref-chan-CNT
                       MOVE cf-dst-TXT TO xref-chan-TBL(xref-chan-CNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE config-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       910-xref-alias-chains SECTION.

      *    Chains collapse when an alias is added, so every canonical
      *    nick should be a dead end in the alias file; one that has
      *    its own record was aliased afterwards and 380-resolve-alias
      *    will stop a hop short of it.
           MOVE "ERROR" TO xref-sev-TXT
           MOVE "alias record(s) whose canonical nick is an alias"
               TO xref-what-TXT
           MOVE 0 TO xref-hit-CNT
           MOVE 0 TO xref-shown-CNT

           DISPLAY "--- " TRIM(alias-filename-TXT) " (alias chains) ---"
           OPEN INPUT alias-FC
           IF NOT in-STA-OK THEN
               MOVE alias-filename-TXT TO xref-file-TXT
               PERFORM 980-xref-open-failed
               EXIT SECTION
           END-IF
           OPEN INPUT ref-alias-FC
           IF NOT ref-STA-OK THEN
               CLOSE alias-FC
               MOVE alias-filename-TXT TO xref-file-TXT
               PERFORM 985-xref-ref-open-failed
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ alias-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NOT in-STA-OK THEN
                   EXIT PERFORM
               END-IF

               IF alias-canon-TXT IS EQUAL TO SPACE
                       OR alias-canon-TXT IS EQUAL TO alias-nick-TXT
                       THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE alias-canon-TXT TO ref-alias-nick-TXT
               READ ref-alias-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO xref-example-TXT
                       STRING
                           TRIM(alias-orig-nick-TXT) DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           TRIM(alias-orig-canon-TXT)
                               DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           TRIM(ref-alias-orig-canon-TXT)
                               DELIMITED BY SIZE
                           INTO xref-example-TXT
                       END-STRING
                       PERFORM 995-xref-hit
               END-READ
           END-PERFORM

           CLOSE ref-alias-FC
           CLOSE alias-FC

           PERFORM 990-xref-report

           .

      * * * * * * * * * * * * * * * * * * * *

       920-xref-tell-optout SECTION.

      *    A memo for someone who has since opted out still gets
      *    delivered and still sits on disk - worth a look.
           MOVE "WARN" TO xref-sev-TXT
           MOVE "memo(s) waiting for nicks that have opted out"
               TO xref-what-TXT
           MOVE 0 TO xref-hit-CNT
           MOVE 0 TO xref-shown-CNT

           DISPLAY "--- " TRIM(tell-filename-TXT) " (opted-out "
               "recipients) ---"
           OPEN INPUT tell-FC
           IF NOT in-STA-OK THEN
               MOVE tell-filename-TXT TO xref-file-TXT
               PERFORM 980-xref-open-failed
               EXIT SECTION
           END-IF
           OPEN INPUT ref-optout-FC
           IF NOT ref-STA-OK THEN
               CLOSE tell-FC
               MOVE optout-filename-TXT TO xref-file-TXT
               PERFORM 985-xref-ref-open-failed
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ tell-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NOT in-STA-OK THEN
                   EXIT PERFORM
               END-IF

               MOVE tell-nick-TXT TO ref-optout-nick-TXT
               READ ref-optout-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO xref-example-TXT
                       STRING
                           "for " DELIMITED BY SIZE
                           TRIM(tell-nick-TXT) DELIMITED BY SIZE
                           " from " DELIMITED BY SIZE
                           TRIM(tell-from-TXT) DELIMITED BY SIZE
                           INTO xref-example-TXT
                       END-STRING
                       PERFORM 995-xref-hit
               END-READ
           END-PERFORM

           CLOSE ref-optout-FC
           CLOSE tell-FC

           PERFORM 990-xref-report

           .

      * * * * * * * * * * * * * * * * * * * *

       930-xref-vote-poll SECTION.

      *    Closing a poll deletes its votes; leftovers would be
      *    counted against the next poll opened in that channel.
           MOVE "ERROR" TO xref-sev-TXT
           MOVE "vote(s) cast in channels with no poll record"
               TO xref-what-TXT
           MOVE 0 TO xref-hit-CNT
           MOVE 0 TO xref-shown-CNT

           DISPLAY "--- " TRIM(vote-filename-TXT)
               " (orphaned votes) ---"
           OPEN INPUT vote-FC
           IF NOT in-STA-OK THEN
               MOVE vote-filename-TXT TO xref-file-TXT
               PERFORM 980-xref-open-failed
               EXIT SECTION
           END-IF
           OPEN INPUT ref-poll-FC
           IF NOT ref-STA-OK THEN
               CLOSE vote-FC
               MOVE poll-filename-TXT TO xref-file-TXT
               PERFORM 985-xref-ref-open-failed
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ vote-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NOT in-STA-OK THEN
                   EXIT PERFORM
               END-IF

               MOVE vote-chan-TXT TO ref-poll-chan-TXT
               READ ref-poll-FC RECORD
                   INVALID KEY
                       MOVE SPACE TO xref-example-TXT
                       STRING
                           TRIM(vote-chan-TXT) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TRIM(vote-mask-TXT) DELIMITED BY SIZE
                           INTO xref-example-TXT
                       END-STRING
                       PERFORM 995-xref-hit
               END-READ
           END-PERFORM

           CLOSE ref-poll-FC
           CLOSE vote-FC

           PERFORM 990-xref-report

           .

      * * * * * * * * * * * * * * * * * * * *

       940-xref-sched-channels SECTION.

      *    Announcements and handoffs aimed at a channel the bot no
      *    longer joins go nowhere. Schedule entries addressed to a
      *    nick aren't channels and are left out.
           MOVE "WARN" TO xref-sev-TXT
           MOVE "schedule/on-call entries for channels not joined"
               TO xref-what-TXT
           MOVE 0 TO xref-hit-CNT
           MOVE 0 TO xref-shown-CNT

           DISPLAY "--- " TRIM(sched-filename-TXT) ", "
               TRIM(oncall-filename-TXT) " (channels) ---"
           OPEN INPUT sched-FC
           IF NOT in-STA-OK THEN
               MOVE sched-filename-TXT TO xref-file-TXT
               PERFORM 980-xref-open-failed
           ELSE
               PERFORM
                   UNTIL EXIT
                   READ sched-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   IF NOT in-STA-OK THEN
                       EXIT PERFORM
                   END-IF

                   MOVE sched-chan-TXT TO xref-chan-TXT
                   PERFORM 945-xref-check-channel
                   IF NOT xref-chan-known THEN
                       MOVE sched-ID-NUM TO xref-CNT-DISP
                       MOVE SPACE TO xref-example-TXT
                       STRING
                           "schedule #" DELIMITED BY SIZE
                           TRIM(xref-CNT-DISP) DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           TRIM(sched-chan-TXT) DELIMITED BY SIZE
                           INTO xref-example-TXT
                       END-STRING
                       PERFORM 995-xref-hit
                   END-IF
               END-PERFORM
               CLOSE sched-FC
           END-IF

           OPEN INPUT oncall-FC
           IF NOT in-STA-OK THEN
               MOVE oncall-filename-TXT TO xref-file-TXT
               PERFORM 980-xref-open-failed
           ELSE
               PERFORM
                   UNTIL EXIT
                   READ oncall-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ
                   IF NOT in-STA-OK THEN
                       EXIT PERFORM
                   END-IF

                   MOVE oncall-chan-TXT TO xref-chan-TXT
                   PERFORM 945-xref-check-channel
                   IF NOT xref-chan-known THEN
                       MOVE SPACE TO xref-example-TXT
                       STRING
                           "rotation " DELIMITED BY SIZE
                           TRIM(oncall-orig-name-TXT) DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           TRIM(oncall-chan-TXT) DELIMITED BY SIZE
                           INTO xref-example-TXT
                       END-STRING
                       PERFORM 995-xref-hit
                   END-IF
               END-PERFORM
               CLOSE oncall-FC
           END-IF

           PERFORM 990-xref-report

           .

      * * * * * * * * * * * * * * * * * * * *

       945-xref-check-channel SECTION.

      *    xref-chan-TXT against the "channel" entries; anything that
      *    isn't a channel name (blank, or a nick) counts as known.
           MOVE "Y" TO xref-chan-known-CHR
           IF xref-chan-TXT(1 : 1) IS NOT EQUAL TO "#"
                   AND xref-chan-TXT(1 : 1) IS NOT EQUAL TO "&" THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO cf-src-TXT
           MOVE xref-chan-TXT TO cf-src-TXT
           PERFORM 095-casefold

           MOVE "N" TO xref-chan-known-CHR
           PERFORM VARYING xref-chan-IDX FROM 1 BY 1
                   UNTIL xref-chan-IDX IS GREATER THAN xref-chan-CNT
               IF xref-chan-TBL(xref-chan-IDX) IS EQUAL TO
                       cf-dst-TXT(1 : 65) THEN
                   MOVE "Y" TO xref-chan-known-CHR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       950-xref-oncall SECTION.

      *    A rotation member (or this week's override) the bot has
      *    never seen is usually a typo - the pager would go to
      *    nobody.
           MOVE "WARN" TO xref-sev-TXT
           MOVE "on-call nick(s) never seen by the bot"
               TO xref-what-TXT
           MOVE 0 TO xref-hit-CNT
           MOVE 0 TO xref-shown-CNT

           DISPLAY "--- " TRIM(oncall-filename-TXT)
               " (unseen nicks) ---"
           OPEN INPUT oncall-FC
           IF NOT in-STA-OK THEN
               MOVE oncall-filename-TXT TO xref-file-TXT
               PERFORM 980-xref-open-failed
               EXIT SECTION
           END-IF
           OPEN INPUT ref-seen-FC
           IF NOT ref-STA-OK THEN
               CLOSE oncall-FC
               MOVE seen-filename-TXT TO xref-file-TXT
               PERFORM 985-xref-ref-open-failed
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ oncall-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NOT in-STA-OK THEN
                   EXIT PERFORM
               END-IF

               PERFORM VARYING xref-nick-IDX FROM 1 BY 1
                       UNTIL xref-nick-IDX IS GREATER THAN
                           oncall-nick-CNT-NUM
                       OR xref-nick-IDX IS GREATER THAN 8
                   MOVE oncall-nick-TXT(xref-nick-IDX) TO xref-nick-TXT
                   PERFORM 955-xref-check-seen
               END-PERFORM
               IF oncall-override-TXT IS NOT EQUAL TO SPACE THEN
                   MOVE oncall-override-TXT TO xref-nick-TXT
                   PERFORM 955-xref-check-seen
               END-IF
           END-PERFORM

           CLOSE ref-seen-FC
           CLOSE oncall-FC

           PERFORM 990-xref-report

           .

      * * * * * * * * * * * * * * * * * * * *

       955-xref-check-seen SECTION.

           IF xref-nick-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO cf-src-TXT
           MOVE xref-nick-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE SPACE TO ref-seen-nick-TXT
           MOVE cf-dst-TXT TO ref-seen-nick-TXT
           READ ref-seen-FC RECORD
               INVALID KEY
                   MOVE SPACE TO xref-example-TXT
                   STRING
                       TRIM(xref-nick-TXT) DELIMITED BY SIZE
                       " (rotation " DELIMITED BY SIZE
                       TRIM(oncall-orig-name-TXT) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO xref-example-TXT
                   END-STRING
                   PERFORM 995-xref-hit
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       960-xref-unban-ban SECTION.

      *    A timed unban whose ban someone already lifted by hand -
      *    harmless (the -b just fails) but the ledger is stale.
           MOVE "INFO" TO xref-sev-TXT
           MOVE "pending timed unban(s) with no ban on record"
               TO xref-what-TXT
           MOVE 0 TO xref-hit-CNT
           MOVE 0 TO xref-shown-CNT

           DISPLAY "--- " TRIM(offense-filename-TXT)
               " (pending unbans) ---"
           OPEN INPUT offense-FC
           IF NOT in-STA-OK THEN
               MOVE offense-filename-TXT TO xref-file-TXT
               PERFORM 980-xref-open-failed
               EXIT SECTION
           END-IF
           OPEN INPUT ref-ban-FC
           IF NOT ref-STA-OK THEN
               CLOSE offense-FC
               MOVE ban-filename-TXT TO xref-file-TXT
               PERFORM 985-xref-ref-open-failed
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ offense-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NOT in-STA-OK THEN
                   EXIT PERFORM
               END-IF

               IF offense-unban-due-TXT IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF

      *        The ban file keys on the folded channel and mask.
               MOVE SPACE TO cf-src-TXT
               MOVE offense-unban-chan-TXT TO cf-src-TXT
               PERFORM 095-casefold
               MOVE SPACE TO ref-ban-chan-TXT
               MOVE cf-dst-TXT TO ref-ban-chan-TXT
               MOVE SPACE TO cf-src-TXT
               MOVE offense-banmask-TXT TO cf-src-TXT
               PERFORM 095-casefold
               MOVE SPACE TO ref-ban-mask-TXT
               MOVE cf-dst-TXT TO ref-ban-mask-TXT
               READ ref-ban-FC RECORD
                   INVALID KEY
                       MOVE SPACE TO xref-example-TXT
                       STRING
                           TRIM(offense-banmask-TXT) DELIMITED BY SIZE
                           " in " DELIMITED BY SIZE
                           TRIM(offense-unban-chan-TXT)
                               DELIMITED BY SIZE
                           " (due " DELIMITED BY SIZE
                           offense-unban-due-TXT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO xref-example-TXT
                       END-STRING
                       PERFORM 995-xref-hit
               END-READ
           END-PERFORM

           CLOSE ref-ban-FC
           CLOSE offense-FC

           PERFORM 990-xref-report

           .

      * * * * * * * * * * * * * * * * * * * *

       980-xref-open-failed SECTION.

      *    The file a check walks (xref-file-TXT) wouldn't open with
      *    in-STA. Not there yet (35) means nothing to check; anything
      *    else is an I/O error, counted and remembered for the
      *    return code.
           IF in-STA IS EQUAL TO "35" THEN
               DISPLAY "  " TRIM(xref-file-TXT)
                   " not present - check skipped."
               EXIT SECTION
           END-IF

           DISPLAY "  Can't open " TRIM(xref-file-TXT)
               " (status " in-STA ")."
           ADD 1 TO findings-CNT
           MOVE "Y" TO xref-io-err-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       985-xref-ref-open-failed SECTION.

      *    The file a check looks references up in wouldn't open with
      *    ref-STA. Not there (35) skips the check rather than report
      *    every reference as dangling; anything else stops the audit
      *    with return code 8.
           IF ref-STA-NOT-FOUND THEN
               DISPLAY "  " TRIM(xref-file-TXT)
                   " not present - check skipped."
               EXIT SECTION
           END-IF

           DISPLAY "*** Can't open " TRIM(xref-file-TXT)
               " (status " ref-STA ") - audit stopped." UPON SYSERR
           MOVE 8 TO RETURN-CODE
           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       990-xref-report SECTION.

           MOVE xref-hit-CNT TO xref-CNT-DISP
           IF xref-hit-CNT IS EQUAL TO 0 THEN
               DISPLAY "  OK     0 " TRIM(xref-what-TXT)
           ELSE
               DISPLAY "  " xref-sev-TXT " " TRIM(xref-CNT-DISP) " "
                   TRIM(xref-what-TXT)
               ADD xref-hit-CNT TO findings-CNT
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       995-xref-hit SECTION.

      *    One offending record: counted, and shown while there's
      *    still room among the first few examples.
           ADD 1 TO xref-hit-CNT
           IF xref-shown-CNT IS LESS THAN 5 THEN
               ADD 1 TO xref-shown-CNT
               DISPLAY "    " TRIM(xref-example-TXT)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

      * * * * * * * * * * * * * * * * * * * *

           COPY "maint-lock.cpy".

       END PROGRAM stan-check.
