      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-standrep.

      *****************************************************************
      *    Weekly standup participation. Reads the last seven days of
      *    "%standup" archives ("stan-standup-<chan>-<YYYYMMDD>.log",
      *    one per channel per standup day) and, per person, counts
      *    the days they reported, the days the summary went out
      *    without them, and the blockers they raised. Feed it the
      *    channels, one per line, via SYSIN - e.g.
      *        printf '#dev\n#ops\n' | stan-standrep
      *    and it writes "stan-standrep-<chan>-<YYYYMMDD>.txt" per
      *    channel (today, UTC). Run from the Sunday cron alongside
      *    stan-weekly.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT chanlist-FC
               ASSIGN TO KEYBOARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT standup-FC
               ASSIGN TO standup-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS standup-STA.

           SELECT out-FC
               ASSIGN TO out-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS out-STA.

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD chanlist-FC.
       01 chanlist-REC
           PICTURE IS X(80).

      *    As 523-standup-post and 524-standup-answer in stan.cbl
      *    write it: "<UTC stamp> <kind> <nick> <text>".
       FD standup-FC.
       01 standup-REC
           PICTURE IS X(500).

       FD out-FC.
       01 out-REC
           PICTURE IS X(500).

       WORKING-STORAGE SECTION.

       01 standup-STA
           PICTURE IS X(2).
           88 standup-STA-OK
               VALUE IS "00".

       01 out-STA
           PICTURE IS X(2).
           88 out-STA-OK
               VALUE IS "00".

       01 standup-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * The week under report.              *
      * * * * * * * * * * * * * * * * * * * *
      *    UTC days, as the archive files are named.
       01 sr-now-TXT
           PICTURE IS X(21).

       01 sr-now-SEC
           PICTURE IS 9(11).

       01 sr-today-DAY-NUM
           PICTURE IS 9(9).

       01 sr-day-NUM
           PICTURE IS 9(9).

       01 sr-today-DISP
           PICTURE IS 9(8).

       01 sr-date-DISP
           PICTURE IS 9(8).

      * * * * * * * * * * * * * * * * * * * *
      * Per-channel working set.            *
      * * * * * * * * * * * * * * * * * * * *
       01 sr-chan-TXT
           PICTURE IS X(65).

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

       01 sr-rec-PTR
           PICTURE IS 9(4).

       01 sr-t1-TXT
           PICTURE IS X(15).

       01 sr-t2-TXT
           PICTURE IS X(9).

       01 sr-t3-TXT
           PICTURE IS X(65).

       01 sr-text-TXT
           PICTURE IS X(300).

      *    Days with a summary posted, and days with an archive.
       01 sr-posted-CNT
           PICTURE IS 9(2).

       01 sr-file-CNT
           PICTURE IS 9(2).

       01 sr-chan-done-CNT
           PICTURE IS 9(3)
           VALUE IS 0.

      *    One row per person seen in the week's archives. The day
      *    marks stop a person who answered three questions on one
      *    day counting three times.
       01 sr-who-TBL-GRP.
           05 sr-who-entry OCCURS 100 TIMES.
               10 sr-who-fold-TXT
                   PICTURE IS X(65).
               10 sr-who-nick-TXT
                   PICTURE IS X(65).
               10 sr-who-rep-CNT
                   PICTURE IS 9(2).
               10 sr-who-miss-CNT
                   PICTURE IS 9(2).
               10 sr-who-block-CNT
                   PICTURE IS 9(3).
               10 sr-who-day-CHR
                   PICTURE IS X.
               10 sr-who-bday-CHR
                   PICTURE IS X.

       01 sr-who-CNT
           PICTURE IS 9(3).

       01 sr-who-IDX
           PICTURE IS 9(3).

       01 sr-found-IDX
           PICTURE IS 9(3).

       01 sr-expected-NUM
           PICTURE IS 9(3).

       01 sr-rate-NUM
           PICTURE IS 9(3).

       01 sr-rate-DISP
           PICTURE IS ZZ9.

       01 sr-rep-DISP
           PICTURE IS Z9.

       01 sr-miss-DISP
           PICTURE IS Z9.

       01 sr-block-DISP
           PICTURE IS ZZ9.

       01 sr-CNT-DISP
           PICTURE IS ZZ9.

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

      *    UTC today, worked out as stan-weekly does it.
           MOVE FUNCTION CURRENT-DATE TO sr-now-TXT
           COMPUTE sr-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(sr-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(sr-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(sr-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(sr-now-TXT(13 : 2))
           EVALUATE sr-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE sr-now-SEC = sr-now-SEC
                       - FUNCTION NUMVAL(sr-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(sr-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE sr-now-SEC = sr-now-SEC
                       + FUNCTION NUMVAL(sr-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(sr-now-TXT(20 : 2)) * 60
           END-EVALUATE
           COMPUTE sr-today-DAY-NUM =
               FUNCTION INTEGER(sr-now-SEC / 86400)
           MOVE FUNCTION DATE-OF-INTEGER(sr-today-DAY-NUM)
               TO sr-today-DISP

           OPEN INPUT chanlist-FC

           PERFORM
               UNTIL EXIT
               READ chanlist-FC
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(chanlist-REC) IS NOT EQUAL TO SPACE THEN
                   MOVE SPACE TO sr-chan-TXT
                   MOVE TRIM(chanlist-REC) TO sr-chan-TXT
                   PERFORM 100-process-channel
               END-IF
           END-PERFORM

           CLOSE chanlist-FC

           DISPLAY "Wrote " sr-chan-done-CNT " report(s)."

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       100-process-channel SECTION.

           MOVE 0 TO sr-who-CNT
           MOVE 0 TO sr-posted-CNT
           MOVE 0 TO sr-file-CNT

           PERFORM VARYING sr-day-NUM FROM sr-today-DAY-NUM BY -1
                   UNTIL sr-day-NUM IS LESS THAN
                       sr-today-DAY-NUM - 6
               PERFORM 110-read-day
           END-PERFORM

           MOVE SPACE TO out-filename-TXT
           STRING
               "stan-standrep-" DELIMITED BY SIZE
               TRIM(sr-chan-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               sr-today-DISP DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO out-filename-TXT
           END-STRING

           OPEN OUTPUT out-FC
           IF NOT out-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(out-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE SPACE TO out-REC
           STRING
               "=== Standup participation in " DELIMITED BY SIZE
               TRIM(sr-chan-TXT) DELIMITED BY SIZE
               " (seven days ending " DELIMITED BY SIZE
               sr-today-DISP DELIMITED BY SIZE
               ") ===" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           MOVE sr-posted-CNT TO sr-CNT-DISP
           MOVE SPACE TO out-REC
           STRING
               "Summaries posted: " DELIMITED BY SIZE
               TRIM(sr-CNT-DISP) DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC
           MOVE SPACE TO out-REC
           WRITE out-REC

           IF sr-who-CNT IS EQUAL TO 0 THEN
               MOVE "  (no standup answers this week)" TO out-REC
               WRITE out-REC
           END-IF

      *    Rate is days reported over days expected - reported plus
      *    the days a summary listed them missing.
           PERFORM VARYING sr-who-IDX FROM 1 BY 1
                   UNTIL sr-who-IDX IS GREATER THAN sr-who-CNT
               COMPUTE sr-expected-NUM =
                   sr-who-rep-CNT(sr-who-IDX)
                   + sr-who-miss-CNT(sr-who-IDX)
               IF sr-expected-NUM IS GREATER THAN 0 THEN
                   COMPUTE sr-rate-NUM ROUNDED =
                       sr-who-rep-CNT(sr-who-IDX) * 100
                       / sr-expected-NUM
               ELSE
                   MOVE 0 TO sr-rate-NUM
               END-IF
               MOVE sr-rate-NUM TO sr-rate-DISP
               MOVE sr-who-rep-CNT(sr-who-IDX) TO sr-rep-DISP
               MOVE sr-who-miss-CNT(sr-who-IDX) TO sr-miss-DISP
               MOVE sr-who-block-CNT(sr-who-IDX) TO sr-block-DISP
               MOVE SPACE TO out-REC
               STRING
                   "  " DELIMITED BY SIZE
                   sr-who-nick-TXT(sr-who-IDX)(1 : 20)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sr-rate-DISP DELIMITED BY SIZE
                   "%  reported " DELIMITED BY SIZE
                   sr-rep-DISP DELIMITED BY SIZE
                   ", missed " DELIMITED BY SIZE
                   sr-miss-DISP DELIMITED BY SIZE
                   ", blockers raised " DELIMITED BY SIZE
                   sr-block-DISP DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-PERFORM

           CLOSE out-FC
           ADD 1 TO sr-chan-done-CNT
           DISPLAY "  " TRIM(out-filename-TXT)

           .

      * * * * * * * * * * * * * * * * * * * *

       110-read-day SECTION.

           MOVE FUNCTION DATE-OF-INTEGER(sr-day-NUM) TO sr-date-DISP
           MOVE SPACE TO standup-filename-TXT
           STRING
               "stan-standup-" DELIMITED BY SIZE
               TRIM(sr-chan-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               sr-date-DISP DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO standup-filename-TXT
           END-STRING

           OPEN INPUT standup-FC
           IF NOT standup-STA-OK THEN
               EXIT SECTION
           END-IF
           ADD 1 TO sr-file-CNT

           PERFORM VARYING sr-who-IDX FROM 1 BY 1
                   UNTIL sr-who-IDX IS GREATER THAN sr-who-CNT
               MOVE "N" TO sr-who-day-CHR(sr-who-IDX)
               MOVE "N" TO sr-who-bday-CHR(sr-who-IDX)
           END-PERFORM

           PERFORM
               UNTIL EXIT
               READ standup-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE SPACE TO sr-t1-TXT
               MOVE SPACE TO sr-t2-TXT
               MOVE SPACE TO sr-t3-TXT
               MOVE 1 TO sr-rec-PTR
               UNSTRING standup-REC DELIMITED BY " "
                   INTO sr-t1-TXT sr-t2-TXT sr-t3-TXT
                   WITH POINTER sr-rec-PTR
               END-UNSTRING

               IF sr-t2-TXT IS EQUAL TO "summary" THEN
                   ADD 1 TO sr-posted-CNT
                   EXIT PERFORM CYCLE
               END-IF
               IF sr-t3-TXT IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO cf-src-TXT
               MOVE sr-t3-TXT TO cf-src-TXT
               PERFORM 095-casefold
               PERFORM 120-find-who
               IF sr-found-IDX IS EQUAL TO 0 THEN
                   EXIT PERFORM CYCLE
               END-IF

               EVALUATE sr-t2-TXT
                   WHEN "missing"
                       ADD 1 TO sr-who-miss-CNT(sr-found-IDX)
                   WHEN "yesterday"
                   WHEN "today"
                   WHEN "blockers"
                       IF sr-who-day-CHR(sr-found-IDX) IS NOT EQUAL
                               TO "Y" THEN
                           MOVE "Y" TO sr-who-day-CHR(sr-found-IDX)
                           ADD 1 TO sr-who-rep-CNT(sr-found-IDX)
                       END-IF
                       IF sr-t2-TXT IS EQUAL TO "blockers" THEN
                           PERFORM 130-count-blocker
                       END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE standup-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       120-find-who SECTION.

      *    sr-found-IDX to the row for cf-dst-TXT, added (with
      *    sr-t3-TXT for display) when new; 0 when the table is full.
           MOVE 0 TO sr-found-IDX
           PERFORM VARYING sr-who-IDX FROM 1 BY 1
                   UNTIL sr-who-IDX IS GREATER THAN sr-who-CNT
               IF sr-who-fold-TXT(sr-who-IDX) IS EQUAL TO
                       cf-dst-TXT(1 : 65) THEN
                   MOVE sr-who-IDX TO sr-found-IDX
                   EXIT SECTION
               END-IF
           END-PERFORM

           IF sr-who-CNT IS LESS THAN 100 THEN
               ADD 1 TO sr-who-CNT
               MOVE sr-who-CNT TO sr-found-IDX
               MOVE cf-dst-TXT TO sr-who-fold-TXT(sr-found-IDX)
               MOVE sr-t3-TXT TO sr-who-nick-TXT(sr-found-IDX)
               MOVE 0 TO sr-who-rep-CNT(sr-found-IDX)
               MOVE 0 TO sr-who-miss-CNT(sr-found-IDX)
               MOVE 0 TO sr-who-block-CNT(sr-found-IDX)
               MOVE "N" TO sr-who-day-CHR(sr-found-IDX)
               MOVE "N" TO sr-who-bday-CHR(sr-found-IDX)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       130-count-blocker SECTION.

      *    The same "that's not really a blocker" answers
      *    532-standup-check-blocker in stan.cbl lets pass. Counted
      *    once a day however often it was restated.
           IF sr-who-bday-CHR(sr-found-IDX) IS EQUAL TO "Y" THEN
               EXIT SECTION
           END-IF
           MOVE SPACE TO sr-text-TXT
           IF sr-rec-PTR IS LESS THAN LENGTH OF standup-REC THEN
               MOVE standup-REC(sr-rec-PTR : ) TO sr-text-TXT
           END-IF
           MOVE SPACE TO cf-src-TXT
           MOVE TRIM(sr-text-TXT) TO cf-src-TXT
           PERFORM 095-casefold
           IF cf-dst-TXT IS EQUAL TO SPACE
                   OR cf-dst-TXT IS EQUAL TO "-"
                   OR cf-dst-TXT IS EQUAL TO "NONE"
                   OR cf-dst-TXT IS EQUAL TO "NONE."
                   OR cf-dst-TXT IS EQUAL TO "NO"
                   OR cf-dst-TXT IS EQUAL TO "N/A"
                   OR cf-dst-TXT IS EQUAL TO "NOTHING" THEN
               EXIT SECTION
           END-IF
           MOVE "Y" TO sr-who-bday-CHR(sr-found-IDX)
           ADD 1 TO sr-who-block-CNT(sr-found-IDX)

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

       END PROGRAM stan-standrep.
