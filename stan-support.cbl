      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-support.

      *****************************************************************
      *    Support-channel SLA report for one day (UTC). Reads the
      *    questions ledger the bot keeps for its "escalate-minutes"
      *    channels (stan-questions.log) and lists every question
      *    asked that day, channel by channel: who asked, when, how
      *    long until someone holding a role in the channel first
      *    spoke, who that was, and whether the on-call holder was
      *    paged - then the channel's count, average and longest
      *    time to first response and how many went unanswered.
      *    An answer after midnight still counts for the day the
      *    question was asked, as long as it's in the ledger when
      *    the report runs. SYSIN may name the day - yesterday when
      *    it's left off:
      *        stan-support < /dev/null
      *        echo 20261014 | stan-support
      *    and it writes "stan-support-<YYYYMMDD>.txt" for that day
      *    ("stan-support-<network>-<YYYYMMDD>.txt" under
      *    STAN_NETWORK), ending with return code 4 when a question
      *    went unanswered. stan-nightly runs it every night.
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

           SELECT quest-FC
               ASSIGN TO quest-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quest-STA.

           SELECT out-FC
               ASSIGN TO out-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS out-STA.

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD parm-FC.
       01 parm-REC
           PICTURE IS X(80).

      *    As 575-question-ledger in stan.cbl writes it: "<UTC stamp>
      *    <kind> <asked stamp> <chan> <nick> <rest>".
       FD quest-FC.
       01 quest-REC
           PICTURE IS X(500).

       FD out-FC.
       01 out-REC
           PICTURE IS X(500).

      *****************************************************************

       WORKING-STORAGE SECTION.

       01 quest-STA
           PICTURE IS X(2).
           88 quest-STA-OK
               VALUE IS "00".

       01 out-STA
           PICTURE IS X(2).
           88 out-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
      * * * * * * * * * * * * * * * * * * * *
       01 network-name-TXT
           PICTURE IS X(30).

       01 quest-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * The day under report.               *
      * * * * * * * * * * * * * * * * * * * *
       01 sp-now-TXT
           PICTURE IS X(21).

       01 sp-now-SEC
           PICTURE IS 9(11).

       01 sp-day-NUM
           PICTURE IS 9(9).

       01 sp-day-DISP
           PICTURE IS 9(8).

      * * * * * * * * * * * * * * * * * * * *
      * The day's questions, ledger order.  *
      * * * * * * * * * * * * * * * * * * * *
       78 sp-q-max-NUM
           VALUE IS 2000.

       01 sp-q-TBL-GRP.
           05 sp-q-entry OCCURS 2000 TIMES.
               10 sp-q-stamp-TXT
                   PICTURE IS X(15).
               10 sp-q-chan-TXT
                   PICTURE IS X(65).
               10 sp-q-chan-fold-TXT
                   PICTURE IS X(65).
               10 sp-q-nick-TXT
                   PICTURE IS X(65).
               10 sp-q-nick-fold-TXT
                   PICTURE IS X(65).
               10 sp-q-text-TXT
                   PICTURE IS X(200).
      *        Blank until the first answer.
               10 sp-q-answerer-TXT
                   PICTURE IS X(65).
               10 sp-q-resp-SEC
                   PICTURE IS 9(7).
      *        Who was paged, "-" when no one was on call; blank when
      *        it never escalated.
               10 sp-q-paged-TXT
                   PICTURE IS X(65).
               10 sp-q-done-CHR
                   PICTURE IS X.
                   88 sp-q-reported
                       VALUE IS "Y".

       01 sp-q-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

       01 sp-q-IDX
           PICTURE IS 9(4).

       01 sp-found-IDX
           PICTURE IS 9(4).

       01 sp-chan-IDX
           PICTURE IS 9(4).

       01 sp-dropped-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

      * * * * * * * * * * * * * * * * * * * *
      * One ledger line, split.             *
      * * * * * * * * * * * * * * * * * * * *
       01 sp-when-TXT
           PICTURE IS X(15).

       01 sp-kind-TXT
           PICTURE IS X(10).

       01 sp-asked-TXT
           PICTURE IS X(15).

       01 sp-chan-TXT
           PICTURE IS X(65).

       01 sp-nick-TXT
           PICTURE IS X(65).

       01 sp-who-TXT
           PICTURE IS X(65).

       01 sp-secs-TXT
           PICTURE IS X(10).

       01 sp-rest-PTR
           PICTURE IS 9(3).

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

       01 sp-chan-fold-TXT
           PICTURE IS X(65).

       01 sp-nick-fold-TXT
           PICTURE IS X(65).

      * * * * * * * * * * * * * * * * * * * *
      * Totals, per channel and overall.    *
      * * * * * * * * * * * * * * * * * * * *
       01 sp-asked-CNT
           PICTURE IS 9(5).

       01 sp-answered-CNT
           PICTURE IS 9(5).

       01 sp-paged-CNT
           PICTURE IS 9(5).

       01 sp-never-CNT
           PICTURE IS 9(5).

       01 sp-resp-sum-SEC
           PICTURE IS 9(11).

       01 sp-resp-max-SEC
           PICTURE IS 9(7).

       01 sp-all-asked-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 sp-all-answered-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 sp-all-paged-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 sp-all-sum-SEC
           PICTURE IS 9(11)
           VALUE IS 0.

       01 sp-all-max-SEC
           PICTURE IS 9(7)
           VALUE IS 0.

       01 sp-CNT-DISP
           PICTURE IS ZZZZ9.

       01 sp-CNT2-DISP
           PICTURE IS ZZZZ9.

      *    290-format-duration: seconds in, "1h 05m" / "4m 12s" /
      *    "35s" out.
       01 sp-dur-SEC
           PICTURE IS 9(7).

       01 sp-dur-TXT
           PICTURE IS X(12).

       01 sp-dur-h-NUM
           PICTURE IS 9(4).

       01 sp-dur-m-NUM
           PICTURE IS 9(2).

       01 sp-dur-s-NUM
           PICTURE IS 9(2).

       01 sp-dur-h-DISP
           PICTURE IS ZZZ9.

       01 sp-dur-m-DISP
           PICTURE IS Z9.

       01 sp-dur-avg-TXT
           PICTURE IS X(12).

       01 sp-out-PTR
           PICTURE IS 9(3).

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"

      *    UTC now, as stan-nightly works it out - the ledger's
      *    stamps are UTC.
           MOVE FUNCTION CURRENT-DATE TO sp-now-TXT
           COMPUTE sp-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(sp-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(sp-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(sp-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(sp-now-TXT(13 : 2))
           EVALUATE sp-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE sp-now-SEC = sp-now-SEC
                       - FUNCTION NUMVAL(sp-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(sp-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE sp-now-SEC = sp-now-SEC
                       + FUNCTION NUMVAL(sp-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(sp-now-TXT(20 : 2)) * 60
           END-EVALUATE

      *    The day just ended, unless SYSIN names another.
           COMPUTE sp-day-NUM =
               FUNCTION INTEGER(sp-now-SEC / 86400) - 1
           MOVE FUNCTION DATE-OF-INTEGER(sp-day-NUM) TO sp-day-DISP
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
                       MOVE parm-REC(1 : 8) TO sp-day-DISP
                   END-IF
           END-READ
           CLOSE parm-FC

           PERFORM 010-set-filenames
           PERFORM 100-read-ledger
           PERFORM 200-write-report

           MOVE sp-all-asked-CNT TO sp-CNT-DISP
           MOVE sp-all-answered-CNT TO sp-CNT2-DISP
           DISPLAY "Wrote " TRIM(out-filename-TXT) ": "
               TRIM(sp-CNT-DISP) " question(s), "
               TRIM(sp-CNT2-DISP) " answered."

           IF sp-all-answered-CNT IS LESS THAN sp-all-asked-CNT THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-set-filenames SECTION.

           MOVE SPACE TO quest-filename-TXT
           MOVE SPACE TO out-filename-TXT
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-questions.log" TO quest-filename-TXT
               STRING
                   "stan-support-" DELIMITED BY SIZE
                   sp-day-DISP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO out-filename-TXT
               END-STRING
           ELSE
               STRING
                   "stan-questions-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
                   INTO quest-filename-TXT
               END-STRING
               STRING
                   "stan-support-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   sp-day-DISP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO out-filename-TXT
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       100-read-ledger SECTION.

      *    Every question asked on the day, then whatever the rest
      *    of the ledger says became of it. No ledger just means no
      *    support channel has heard a question yet.
           OPEN INPUT quest-FC
           IF NOT quest-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(quest-filename-TXT)
                   " (status " quest-STA ") - no questions on record"
                   UPON SYSERR
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ quest-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE SPACE TO sp-when-TXT sp-kind-TXT sp-asked-TXT
                   sp-chan-TXT sp-nick-TXT
               MOVE 1 TO sp-rest-PTR
               UNSTRING quest-REC DELIMITED BY ALL " "
                   INTO sp-when-TXT sp-kind-TXT sp-asked-TXT
                       sp-chan-TXT sp-nick-TXT
                   WITH POINTER sp-rest-PTR
               END-UNSTRING
               IF sp-asked-TXT(1 : 8) IS NOT EQUAL TO sp-day-DISP
                       OR sp-nick-TXT IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE sp-chan-TXT TO cf-src-TXT
               PERFORM 095-casefold
               MOVE cf-dst-TXT TO sp-chan-fold-TXT
               MOVE sp-nick-TXT TO cf-src-TXT
               PERFORM 095-casefold
               MOVE cf-dst-TXT TO sp-nick-fold-TXT

               EVALUATE sp-kind-TXT
                   WHEN "ASKED"
                       PERFORM 110-note-question
                   WHEN "ESCALATED"
                       PERFORM 120-find-question
                       IF sp-found-IDX IS GREATER THAN 0 THEN
                           MOVE SPACE TO sp-who-TXT
                           UNSTRING quest-REC DELIMITED BY ALL " "
                               INTO sp-who-TXT
                               WITH POINTER sp-rest-PTR
                           END-UNSTRING
                           IF sp-who-TXT IS EQUAL TO SPACE THEN
                               MOVE "-" TO sp-who-TXT
                           END-IF
                           MOVE sp-who-TXT
                               TO sp-q-paged-TXT(sp-found-IDX)
                       END-IF
                   WHEN "ANSWERED"
                       PERFORM 120-find-question
                       IF sp-found-IDX IS GREATER THAN 0 THEN
                           IF sp-q-answerer-TXT(sp-found-IDX)
                                   IS EQUAL TO SPACE THEN
                               MOVE SPACE TO sp-who-TXT sp-secs-TXT
                               UNSTRING quest-REC DELIMITED BY ALL " "
                                   INTO sp-who-TXT sp-secs-TXT
                                   WITH POINTER sp-rest-PTR
                               END-UNSTRING
                               IF sp-who-TXT IS EQUAL TO SPACE THEN
                                   MOVE "?" TO sp-who-TXT
                               END-IF
                               MOVE sp-who-TXT
                                   TO sp-q-answerer-TXT(sp-found-IDX)
                               MOVE FUNCTION NUMVAL(sp-secs-TXT)
                                   TO sp-q-resp-SEC(sp-found-IDX)
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE quest-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       110-note-question SECTION.

      *    The split line is an ASKED one; sp-rest-PTR points at the
      *    question itself.
           IF sp-q-CNT IS NOT LESS THAN sp-q-max-NUM THEN
               ADD 1 TO sp-dropped-CNT
               EXIT SECTION
           END-IF

           ADD 1 TO sp-q-CNT
           MOVE sp-asked-TXT TO sp-q-stamp-TXT(sp-q-CNT)
           MOVE sp-chan-TXT TO sp-q-chan-TXT(sp-q-CNT)
           MOVE sp-chan-fold-TXT TO sp-q-chan-fold-TXT(sp-q-CNT)
           MOVE sp-nick-TXT TO sp-q-nick-TXT(sp-q-CNT)
           MOVE sp-nick-fold-TXT TO sp-q-nick-fold-TXT(sp-q-CNT)
           MOVE SPACE TO sp-q-text-TXT(sp-q-CNT)
           IF sp-rest-PTR IS LESS THAN LENGTH OF quest-REC THEN
               MOVE TRIM(quest-REC(sp-rest-PTR : ))
                   TO sp-q-text-TXT(sp-q-CNT)
           END-IF
           MOVE SPACE TO sp-q-answerer-TXT(sp-q-CNT)
           MOVE 0 TO sp-q-resp-SEC(sp-q-CNT)
           MOVE SPACE TO sp-q-paged-TXT(sp-q-CNT)
           MOVE "N" TO sp-q-done-CHR(sp-q-CNT)

           .

      * * * * * * * * * * * * * * * * * * * *

       120-find-question SECTION.

      *    The question the split line is about - asked stamp,
      *    channel and asker - into sp-found-IDX, 0 when it isn't
      *    one of the day's.
           MOVE 0 TO sp-found-IDX
           PERFORM VARYING sp-q-IDX FROM sp-q-CNT BY -1
                   UNTIL sp-q-IDX IS EQUAL TO 0
               IF sp-q-stamp-TXT(sp-q-IDX) IS EQUAL TO sp-asked-TXT
                       AND sp-q-chan-fold-TXT(sp-q-IDX) IS EQUAL TO
                           sp-chan-fold-TXT
                       AND sp-q-nick-fold-TXT(sp-q-IDX) IS EQUAL TO
                           sp-nick-fold-TXT THEN
                   MOVE sp-q-IDX TO sp-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       200-write-report SECTION.

           OPEN OUTPUT out-FC
           IF NOT out-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(out-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO out-REC
           STRING
               "=== Support questions asked " DELIMITED BY SIZE
               sp-day-DISP(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               sp-day-DISP(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               sp-day-DISP(7 : 2) DELIMITED BY SIZE
               " (UTC) ===" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

      *    One block per channel, in the order each first asked.
           PERFORM VARYING sp-chan-IDX FROM 1 BY 1
                   UNTIL sp-chan-IDX IS GREATER THAN sp-q-CNT
               IF NOT sp-q-reported(sp-chan-IDX) THEN
                   PERFORM 210-channel-block
               END-IF
           END-PERFORM

           MOVE SPACE TO out-REC
           WRITE out-REC
           IF sp-q-CNT IS EQUAL TO 0 THEN
               MOVE "  (no questions)" TO out-REC
               WRITE out-REC
           ELSE
               MOVE sp-all-asked-CNT TO sp-asked-CNT
               MOVE sp-all-answered-CNT TO sp-answered-CNT
               MOVE sp-all-paged-CNT TO sp-paged-CNT
               MOVE sp-all-sum-SEC TO sp-resp-sum-SEC
               MOVE sp-all-max-SEC TO sp-resp-max-SEC
               MOVE "All channels:" TO out-REC
               WRITE out-REC
               PERFORM 230-totals-lines
           END-IF

           IF sp-dropped-CNT IS GREATER THAN 0 THEN
               MOVE sp-dropped-CNT TO sp-CNT-DISP
               MOVE SPACE TO out-REC
               STRING
                   "  (" DELIMITED BY SIZE
                   TRIM(sp-CNT-DISP) DELIMITED BY SIZE
                   " more question(s) past the report's limit left out)"
                       DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-IF

           CLOSE out-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       210-channel-block SECTION.

      *    sp-chan-IDX is the channel's first question; every later
      *    one in the same channel is written here too and marked
      *    reported.
           MOVE 0 TO sp-asked-CNT
           MOVE 0 TO sp-answered-CNT
           MOVE 0 TO sp-paged-CNT
           MOVE 0 TO sp-resp-sum-SEC
           MOVE 0 TO sp-resp-max-SEC

           MOVE SPACE TO out-REC
           WRITE out-REC
           STRING
               "--- " DELIMITED BY SIZE
               TRIM(sp-q-chan-TXT(sp-chan-IDX)) DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           PERFORM VARYING sp-q-IDX FROM sp-chan-IDX BY 1
                   UNTIL sp-q-IDX IS GREATER THAN sp-q-CNT
               IF sp-q-chan-fold-TXT(sp-q-IDX) IS EQUAL TO
                       sp-q-chan-fold-TXT(sp-chan-IDX) THEN
                   MOVE "Y" TO sp-q-done-CHR(sp-q-IDX)
                   PERFORM 220-question-line
               END-IF
           END-PERFORM

           PERFORM 230-totals-lines

           ADD sp-asked-CNT TO sp-all-asked-CNT
           ADD sp-answered-CNT TO sp-all-answered-CNT
           ADD sp-paged-CNT TO sp-all-paged-CNT
           ADD sp-resp-sum-SEC TO sp-all-sum-SEC
           IF sp-resp-max-SEC IS GREATER THAN sp-all-max-SEC THEN
               MOVE sp-resp-max-SEC TO sp-all-max-SEC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       220-question-line SECTION.

      *    "  HH:MM:SS nick - answered by X after 4m 12s (paged Y):
      *    text", or "NOT ANSWERED" in place of the answer.
           ADD 1 TO sp-asked-CNT
           MOVE SPACE TO out-REC
           MOVE 1 TO sp-out-PTR
           STRING
               "  " DELIMITED BY SIZE
               sp-q-stamp-TXT(sp-q-IDX)(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               sp-q-stamp-TXT(sp-q-IDX)(12 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               sp-q-stamp-TXT(sp-q-IDX)(14 : 2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(sp-q-nick-TXT(sp-q-IDX)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               INTO out-REC
               WITH POINTER sp-out-PTR
           END-STRING

           IF sp-q-answerer-TXT(sp-q-IDX) IS EQUAL TO SPACE THEN
               STRING
                   "NOT ANSWERED" DELIMITED BY SIZE
                   INTO out-REC
                   WITH POINTER sp-out-PTR
               END-STRING
           ELSE
               ADD 1 TO sp-answered-CNT
               ADD sp-q-resp-SEC(sp-q-IDX) TO sp-resp-sum-SEC
               IF sp-q-resp-SEC(sp-q-IDX) IS GREATER THAN
                       sp-resp-max-SEC THEN
                   MOVE sp-q-resp-SEC(sp-q-IDX) TO sp-resp-max-SEC
               END-IF
               MOVE sp-q-resp-SEC(sp-q-IDX) TO sp-dur-SEC
               PERFORM 290-format-duration
               STRING
                   "answered by " DELIMITED BY SIZE
                   TRIM(sp-q-answerer-TXT(sp-q-IDX)) DELIMITED BY SIZE
                   " after " DELIMITED BY SIZE
                   TRIM(sp-dur-TXT) DELIMITED BY SIZE
                   INTO out-REC
                   WITH POINTER sp-out-PTR
               END-STRING
           END-IF

           IF sp-q-paged-TXT(sp-q-IDX) IS NOT EQUAL TO SPACE THEN
               ADD 1 TO sp-paged-CNT
               IF sp-q-paged-TXT(sp-q-IDX) IS EQUAL TO "-" THEN
                   STRING
                       " (escalated, no one on call)" DELIMITED BY SIZE
                       INTO out-REC
                       WITH POINTER sp-out-PTR
                   END-STRING
               ELSE
                   STRING
                       " (paged " DELIMITED BY SIZE
                       TRIM(sp-q-paged-TXT(sp-q-IDX)) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO out-REC
                       WITH POINTER sp-out-PTR
                   END-STRING
               END-IF
           END-IF

           IF sp-q-text-TXT(sp-q-IDX) IS NOT EQUAL TO SPACE THEN
               STRING
                   ": " DELIMITED BY SIZE
                   TRIM(sp-q-text-TXT(sp-q-IDX)) DELIMITED BY SIZE
                   INTO out-REC
                   WITH POINTER sp-out-PTR
               END-STRING
           END-IF
           WRITE out-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       230-totals-lines SECTION.

      *    The sp-asked-CNT ... sp-resp-max-SEC totals, two lines.
           MOVE sp-asked-CNT TO sp-CNT-DISP
           MOVE sp-answered-CNT TO sp-CNT2-DISP
           MOVE SPACE TO out-REC
           MOVE 1 TO sp-out-PTR
           STRING
               "  " DELIMITED BY SIZE
               TRIM(sp-CNT-DISP) DELIMITED BY SIZE
               " asked, " DELIMITED BY SIZE
               TRIM(sp-CNT2-DISP) DELIMITED BY SIZE
               " answered" DELIMITED BY SIZE
               INTO out-REC
               WITH POINTER sp-out-PTR
           END-STRING
           COMPUTE sp-never-CNT = sp-asked-CNT - sp-answered-CNT
           MOVE sp-never-CNT TO sp-CNT-DISP
           MOVE sp-paged-CNT TO sp-CNT2-DISP
           STRING
               ", " DELIMITED BY SIZE
               TRIM(sp-CNT-DISP) DELIMITED BY SIZE
               " never answered, " DELIMITED BY SIZE
               TRIM(sp-CNT2-DISP) DELIMITED BY SIZE
               " escalated" DELIMITED BY SIZE
               INTO out-REC
               WITH POINTER sp-out-PTR
           END-STRING
           WRITE out-REC

           IF sp-answered-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF
           COMPUTE sp-dur-SEC ROUNDED =
               sp-resp-sum-SEC / sp-answered-CNT
           PERFORM 290-format-duration
           MOVE sp-dur-TXT TO sp-dur-avg-TXT
           MOVE sp-resp-max-SEC TO sp-dur-SEC
           PERFORM 290-format-duration
           MOVE SPACE TO out-REC
           STRING
               "  First response: average " DELIMITED BY SIZE
               TRIM(sp-dur-avg-TXT) DELIMITED BY SIZE
               ", longest " DELIMITED BY SIZE
               TRIM(sp-dur-TXT) DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       290-format-duration SECTION.

           DIVIDE sp-dur-SEC BY 3600 GIVING sp-dur-h-NUM
           COMPUTE sp-dur-m-NUM =
               (sp-dur-SEC - sp-dur-h-NUM * 3600) / 60
           COMPUTE sp-dur-s-NUM =
               sp-dur-SEC - sp-dur-h-NUM * 3600 - sp-dur-m-NUM * 60
           MOVE SPACE TO sp-dur-TXT
           EVALUATE TRUE
               WHEN sp-dur-h-NUM IS GREATER THAN 0
                   MOVE sp-dur-h-NUM TO sp-dur-h-DISP
                   STRING
                       TRIM(sp-dur-h-DISP) DELIMITED BY SIZE
                       "h " DELIMITED BY SIZE
                       sp-dur-m-NUM DELIMITED BY SIZE
                       "m" DELIMITED BY SIZE
                       INTO sp-dur-TXT
                   END-STRING
               WHEN sp-dur-m-NUM IS GREATER THAN 0
                   MOVE sp-dur-m-NUM TO sp-dur-m-DISP
                   STRING
                       TRIM(sp-dur-m-DISP) DELIMITED BY SIZE
                       "m " DELIMITED BY SIZE
                       sp-dur-s-NUM DELIMITED BY SIZE
                       "s" DELIMITED BY SIZE
                       INTO sp-dur-TXT
                   END-STRING
               WHEN OTHER
                   MOVE sp-dur-s-NUM TO sp-dur-m-DISP
                   STRING
                       TRIM(sp-dur-m-DISP) DELIMITED BY SIZE
                       "s" DELIMITED BY SIZE
                       INTO sp-dur-TXT
                   END-STRING
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

       END PROGRAM stan-support.
