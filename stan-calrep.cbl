      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-calrep.

      *****************************************************************
      *    Event history: every "%event" in stan-calendar.dat whose
      *    start fell in the last N days, grouped by channel in start
      *    order, each with its final yes/maybe/no headcount and
      *    whether it was cancelled. SYSIN's first line is N (thirty
      *    days when it's left off):
      *        echo 90 | stan-calrep
      *    and it writes "stan-calendar-<YYYYMMDD>.txt" (today, UTC).
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

           SELECT cal-FC
               ASSIGN TO cal-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cal-key
               FILE STATUS IS cal-STA.

           SELECT out-FC
               ASSIGN TO out-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS out-STA.

           SELECT sort-FC
               ASSIGN TO sort-filename-TXT.

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD parm-FC.
       01 parm-REC
           PICTURE IS X(80).

      *    Record layout as declared in stan.cbl's FILE SECTION.
       FD cal-FC.
       01 cal-REC.
           05 cal-key.
               10 cal-ID-NUM
                   PICTURE IS 9(9).
               10 cal-who-TXT
                   PICTURE IS X(65).
           05 cal-start-TXT
               PICTURE IS X(15).
           05 cal-chan-TXT
               PICTURE IS X(65).
           05 cal-title-TXT
               PICTURE IS X(200).
           05 cal-setter-TXT
               PICTURE IS X(65).
           05 cal-created-TXT
               PICTURE IS X(15).
           05 cal-state-TXT
               PICTURE IS X(9).
           05 cal-announced-TXT
               PICTURE IS X(8).
           05 cal-pinged-CHR
               PICTURE IS X.
           05 cal-answer-TXT
               PICTURE IS X(5).
           05 cal-nick-TXT
               PICTURE IS X(65).
           05 cal-answered-TXT
               PICTURE IS X(15).

       FD out-FC.
       01 out-REC
           PICTURE IS X(500).

      *    By folded channel, then start.
       SD sort-FC.
       01 srt-REC.
           05 srt-chan-fold-TXT
               PICTURE IS X(65).
           05 srt-start-TXT
               PICTURE IS X(15).
           05 srt-ID-NUM
               PICTURE IS 9(9).
           05 srt-chan-TXT
               PICTURE IS X(65).
           05 srt-state-TXT
               PICTURE IS X(9).
           05 srt-setter-TXT
               PICTURE IS X(65).
           05 srt-yes-CNT
               PICTURE IS 9(4).
           05 srt-maybe-CNT
               PICTURE IS 9(4).
           05 srt-no-CNT
               PICTURE IS 9(4).
           05 srt-title-TXT
               PICTURE IS X(200).

       WORKING-STORAGE SECTION.

       01 cal-STA
           PICTURE IS X(2).
           88 cal-STA-OK
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

       01 cal-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

       01 sort-filename-TXT
           PICTURE IS X(255)
           VALUE IS "stan-calrep.srt".

      * * * * * * * * * * * * * * * * * * * *
      * Working set.                        *
      * * * * * * * * * * * * * * * * * * * *
       01 cr-days-NUM
           PICTURE IS 9(5).

       01 cr-now-TXT
           PICTURE IS X(21).

       01 cr-now-SEC
           PICTURE IS 9(11).

       01 cr-today-DISP
           PICTURE IS 9(8).

       01 cr-rec-SEC
           PICTURE IS 9(11).

       01 cr-age-SEC
           PICTURE IS S9(11).

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

      *    The event whose answers are being counted - RSVPs follow
      *    their event in key order, so it goes to the sort when the
      *    next event (or the end of file) turns up.
       01 cr-held-CHR
           PICTURE IS X
           VALUE IS "N".
           88 cr-held
               VALUE IS "Y".

       01 cr-last-chan-TXT
           PICTURE IS X(65).

       01 cr-first-CHR
           PICTURE IS X.
           88 cr-first
               VALUE IS "Y".

       01 cr-event-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 cr-cancel-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 cr-group-CNT
           PICTURE IS 9(7).

       01 cr-group-yes-CNT
           PICTURE IS 9(7).

       01 cr-ID-DISP
           PICTURE IS Z(8)9.

       01 cr-CNT-DISP
           PICTURE IS ZZZZZZ9.

       01 cr-yes-DISP
           PICTURE IS ZZZ9.

       01 cr-maybe-DISP
           PICTURE IS ZZZ9.

       01 cr-no-DISP
           PICTURE IS ZZZ9.

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-calendar.dat" TO cal-filename-TXT
           ELSE
               MOVE SPACE TO cal-filename-TXT
               STRING
                   "stan-calendar-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO cal-filename-TXT
               END-STRING
           END-IF

           MOVE 30 TO cr-days-NUM
           OPEN INPUT parm-FC
           READ parm-FC
               AT END
                   CONTINUE
               NOT AT END
                   IF parm-REC(1 : 1) IS NUMERIC THEN
                       MOVE FUNCTION NUMVAL(parm-REC(1 : 5))
                           TO cr-days-NUM
                   END-IF
           END-READ
           CLOSE parm-FC

      *    UTC now, as stan-tickets works it out - the stamps in the
      *    calendar file are UTC.
           MOVE FUNCTION CURRENT-DATE TO cr-now-TXT
           COMPUTE cr-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(cr-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(cr-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(cr-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(cr-now-TXT(13 : 2))
           EVALUATE cr-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE cr-now-SEC = cr-now-SEC
                       - FUNCTION NUMVAL(cr-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(cr-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE cr-now-SEC = cr-now-SEC
                       + FUNCTION NUMVAL(cr-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(cr-now-TXT(20 : 2)) * 60
           END-EVALUATE
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(cr-now-SEC / 86400)) TO cr-today-DISP

           OPEN INPUT cal-FC
           IF NOT cal-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(cal-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO out-filename-TXT
           STRING
               "stan-calendar-" DELIMITED BY SIZE
               cr-today-DISP DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO out-filename-TXT
           END-STRING

           OPEN OUTPUT out-FC
           IF NOT out-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(out-filename-TXT)
                   UPON SYSERR
               CLOSE cal-FC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT sort-FC
               ON ASCENDING KEY srt-chan-fold-TXT srt-start-TXT
                   srt-ID-NUM
               INPUT PROCEDURE IS 100-gather-past
               OUTPUT PROCEDURE IS 200-write-report

           CLOSE cal-FC
           CLOSE out-FC

           MOVE cr-event-CNT TO cr-CNT-DISP
           DISPLAY "Wrote " TRIM(out-filename-TXT) ": "
               TRIM(cr-CNT-DISP) " past event(s)" WITH NO ADVANCING
           MOVE cr-cancel-CNT TO cr-CNT-DISP
           DISPLAY ", " TRIM(cr-CNT-DISP) " cancelled."

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       100-gather-past SECTION.

           PERFORM
               UNTIL EXIT
               READ cal-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

      *        An answer - counts only toward the event being held.
               IF cal-who-TXT IS NOT EQUAL TO SPACE THEN
                   IF cr-held AND cal-ID-NUM IS EQUAL TO srt-ID-NUM
                           THEN
                       EVALUATE cal-answer-TXT
                           WHEN "yes"
                               ADD 1 TO srt-yes-CNT
                           WHEN "maybe"
                               ADD 1 TO srt-maybe-CNT
                           WHEN "no"
                               ADD 1 TO srt-no-CNT
                       END-EVALUATE
                   END-IF
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM 110-release-held

               IF cal-start-TXT(1 : 8) IS NOT NUMERIC THEN
                   EXIT PERFORM CYCLE
               END-IF
               COMPUTE cr-rec-SEC =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(cal-start-TXT(1 : 8))) * 86400
                   + FUNCTION NUMVAL(cal-start-TXT(10 : 2)) * 3600
                   + FUNCTION NUMVAL(cal-start-TXT(12 : 2)) * 60
                   + FUNCTION NUMVAL(cal-start-TXT(14 : 2))
               COMPUTE cr-age-SEC = cr-now-SEC - cr-rec-SEC
               IF cr-age-SEC IS LESS THAN 0
                       OR cr-age-SEC IS GREATER THAN
                           cr-days-NUM * 86400 THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO srt-REC
               MOVE SPACE TO cf-src-TXT
               MOVE cal-chan-TXT TO cf-src-TXT
               PERFORM 095-casefold
               MOVE cf-dst-TXT TO srt-chan-fold-TXT
               MOVE cal-start-TXT TO srt-start-TXT
               MOVE cal-ID-NUM TO srt-ID-NUM
               MOVE cal-chan-TXT TO srt-chan-TXT
               MOVE cal-state-TXT TO srt-state-TXT
               MOVE cal-setter-TXT TO srt-setter-TXT
               MOVE 0 TO srt-yes-CNT
               MOVE 0 TO srt-maybe-CNT
               MOVE 0 TO srt-no-CNT
               MOVE cal-title-TXT TO srt-title-TXT
               MOVE "Y" TO cr-held-CHR
           END-PERFORM

           PERFORM 110-release-held

           .

      * * * * * * * * * * * * * * * * * * * *

       110-release-held SECTION.

           IF NOT cr-held THEN
               EXIT SECTION
           END-IF

           ADD 1 TO cr-event-CNT
           IF srt-state-TXT IS EQUAL TO "cancelled" THEN
               ADD 1 TO cr-cancel-CNT
           END-IF
           RELEASE srt-REC
           MOVE "N" TO cr-held-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       200-write-report SECTION.

           MOVE cr-days-NUM TO cr-CNT-DISP
           MOVE SPACE TO out-REC
           STRING
               "=== Events in the last " DELIMITED BY SIZE
               TRIM(cr-CNT-DISP) DELIMITED BY SIZE
               " day(s), as of " DELIMITED BY SIZE
               cr-today-DISP(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               cr-today-DISP(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               cr-today-DISP(7 : 2) DELIMITED BY SIZE
               " (UTC) ===" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           MOVE "Y" TO cr-first-CHR
           MOVE 0 TO cr-group-CNT
           MOVE 0 TO cr-group-yes-CNT
           PERFORM
               UNTIL EXIT
               RETURN sort-FC
                   AT END EXIT PERFORM
               END-RETURN

               IF cr-first
                       OR srt-chan-fold-TXT IS NOT EQUAL TO
                           cr-last-chan-TXT THEN
                   PERFORM 210-group-total
                   MOVE "N" TO cr-first-CHR
                   MOVE srt-chan-fold-TXT TO cr-last-chan-TXT
                   MOVE SPACE TO out-REC
                   WRITE out-REC
                   STRING
                       "--- " DELIMITED BY SIZE
                       TRIM(srt-chan-TXT) DELIMITED BY SIZE
                       " ---" DELIMITED BY SIZE
                       INTO out-REC
                   END-STRING
                   WRITE out-REC
               END-IF

               ADD 1 TO cr-group-CNT
               ADD srt-yes-CNT TO cr-group-yes-CNT
               MOVE srt-ID-NUM TO cr-ID-DISP
               MOVE srt-yes-CNT TO cr-yes-DISP
               MOVE srt-maybe-CNT TO cr-maybe-DISP
               MOVE srt-no-CNT TO cr-no-DISP
               MOVE SPACE TO out-REC
               STRING
                   "  #" DELIMITED BY SIZE
                   TRIM(cr-ID-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   srt-start-TXT(1 : 4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   srt-start-TXT(5 : 2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   srt-start-TXT(7 : 2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   srt-start-TXT(10 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   srt-start-TXT(12 : 2) DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   TRIM(srt-state-TXT) DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   TRIM(cr-yes-DISP) DELIMITED BY SIZE
                   " yes, " DELIMITED BY SIZE
                   TRIM(cr-maybe-DISP) DELIMITED BY SIZE
                   " maybe, " DELIMITED BY SIZE
                   TRIM(cr-no-DISP) DELIMITED BY SIZE
                   " no - " DELIMITED BY SIZE
                   TRIM(srt-title-TXT) DELIMITED BY SIZE
                   " (by " DELIMITED BY SIZE
                   TRIM(srt-setter-TXT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-PERFORM

           IF cr-first THEN
               MOVE SPACE TO out-REC
               WRITE out-REC
               MOVE "  (none)" TO out-REC
               WRITE out-REC
           ELSE
               PERFORM 210-group-total
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       210-group-total SECTION.

      *    Closes off the channel just written, if any.
           IF cr-group-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF
           MOVE cr-group-CNT TO cr-CNT-DISP
           MOVE cr-group-yes-CNT TO cr-ID-DISP
           MOVE SPACE TO out-REC
           STRING
               "  " DELIMITED BY SIZE
               TRIM(cr-CNT-DISP) DELIMITED BY SIZE
               " event(s), " DELIMITED BY SIZE
               TRIM(cr-ID-DISP) DELIMITED BY SIZE
               " yes answer(s) in all" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC
           MOVE 0 TO cr-group-CNT
           MOVE 0 TO cr-group-yes-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

       END PROGRAM stan-calrep.
