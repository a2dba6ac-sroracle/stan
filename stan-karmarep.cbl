      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-karmarep.

      *****************************************************************
      *    Karma gaming report, from the change journal stan keeps in
      *    stan-karmalog.dat (every "++" / "--", who gave it, where):
      *        mutual trading     two people "++"-ing each other, each
      *                           way at least kr-mutual-min times
      *        one-giver terms    a term whose "++"s in the window
      *                           come mostly (kr-dom-pct percent or
      *                           more) from one person
      *        new-nick bursts    kr-burst-min or more changes in a
      *                           day from a nick whose first line on
      *                           record (stan-stats.dat) is that day
      *    Givers are compared by their canonical nick, so someone
      *    hopping between linked spellings still counts once; the
      *    burst check goes by the nick as used, since a fresh nick is
      *    the point. SYSIN's first line is how many days back to look
      *    (a week when it's left off):
      *        echo 30 | stan-karmarep
      *    and it writes "stan-karmarep-<YYYYMMDD>.txt" (today, UTC).
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

           SELECT karmalog-FC
               ASSIGN TO karmalog-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS karmalog-key
               FILE STATUS IS karmalog-STA.

           SELECT stats-FC
               ASSIGN TO stats-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS stats-nick-TXT
               FILE STATUS IS stats-STA.

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

      *    Record layouts as declared in stan.cbl's FILE SECTION.
       FD karmalog-FC.
       01 karmalog-REC.
           05 karmalog-key.
               10 karmalog-term-TXT
                   PICTURE IS X(65).
               10 karmalog-time-TXT
                   PICTURE IS X(15).
               10 karmalog-seq-NUM
                   PICTURE IS 9(4).
           05 karmalog-orig-term-TXT
               PICTURE IS X(65).
           05 karmalog-giver-TXT
               PICTURE IS X(65).
           05 karmalog-canon-giver-TXT
               PICTURE IS X(65).
           05 karmalog-delta-NUM
               PICTURE IS S9(1).
           05 karmalog-chan-TXT
               PICTURE IS X(65).

       FD stats-FC.
       01 stats-REC.
           05 stats-nick-TXT
               PICTURE IS X(65).
           05 stats-orig-nick-TXT
               PICTURE IS X(65).
           05 stats-msg-CNT
               PICTURE IS 9(9).
           05 stats-cmd-CNT
               PICTURE IS 9(9).
           05 stats-first-TXT
               PICTURE IS X(15).
           05 stats-last-TXT
               PICTURE IS X(15).
           05 stats-chan-CNT-NUM
               PICTURE IS 9(1).
           05 stats-chan-entry OCCURS 8 TIMES.
               10 stats-chan-TXT
                   PICTURE IS X(65).
               10 stats-chan-msg-CNT
                   PICTURE IS 9(9).

       FD out-FC.
       01 out-REC
           PICTURE IS X(500).

       WORKING-STORAGE SECTION.

       01 karmalog-STA
           PICTURE IS X(2).
           88 karmalog-STA-OK
               VALUE IS "00".

       01 stats-STA
           PICTURE IS X(2).
           88 stats-STA-OK
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

       01 karmalog-filename-TXT
           PICTURE IS X(255).

       01 stats-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * What counts as suspicious.          *
      * * * * * * * * * * * * * * * * * * * *
      *    "++"s each way before two people count as trading.
       78 kr-mutual-min-NUM
           VALUE IS 3.

      *    A term needs this many "++"s in the window before one
      *    giver's share of them means anything...
       78 kr-dom-min-NUM
           VALUE IS 5.

      *    ...and this share (percent) from one giver gets it listed.
       78 kr-dom-pct-NUM
           VALUE IS 60.

      *    Changes in one day from a brand-new nick.
       78 kr-burst-min-NUM
           VALUE IS 5.

      * * * * * * * * * * * * * * * * * * * *
      * Working set.                        *
      * * * * * * * * * * * * * * * * * * * *
       01 kr-days-NUM
           PICTURE IS 9(5).

       01 kr-now-TXT
           PICTURE IS X(21).

       01 kr-now-SEC
           PICTURE IS 9(11).

       01 kr-today-DISP
           PICTURE IS 9(8).

      *    Oldest journal stamp inside the window.
       01 kr-from-DISP
           PICTURE IS 9(8).

       01 kr-from-TXT
           PICTURE IS X(15).

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

      *    One entry per giver and term seen in the window, in journal
      *    (term) order, so each term's givers sit together.
       78 kr-edge-max-NUM
           VALUE IS 3000.

       01 kr-edge-TBL.
           05 kr-edge-entry OCCURS 3000 TIMES.
               10 kr-edge-giver-TXT
                   PICTURE IS X(65).
               10 kr-edge-orig-giver-TXT
                   PICTURE IS X(65).
               10 kr-edge-term-TXT
                   PICTURE IS X(65).
               10 kr-edge-orig-term-TXT
                   PICTURE IS X(65).
               10 kr-edge-plus-CNT
                   PICTURE IS 9(7).
               10 kr-edge-minus-CNT
                   PICTURE IS 9(7).

       01 kr-edge-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

      *    First entry of the term currently being read.
       01 kr-term-start-NUM
           PICTURE IS 9(5)
           VALUE IS 1.

      *    One entry per nick (as used) and UTC day.
       78 kr-day-max-NUM
           VALUE IS 2000.

       01 kr-day-TBL.
           05 kr-day-entry OCCURS 2000 TIMES.
               10 kr-day-nick-TXT
                   PICTURE IS X(65).
               10 kr-day-orig-nick-TXT
                   PICTURE IS X(65).
               10 kr-day-date-TXT
                   PICTURE IS X(8).
               10 kr-day-CNT
                   PICTURE IS 9(7).

       01 kr-day-CNT-NUM
           PICTURE IS 9(5)
           VALUE IS 0.

       01 kr-dropped-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 kr-read-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 kr-i-NUM
           PICTURE IS 9(5).

       01 kr-j-NUM
           PICTURE IS 9(5).

       01 kr-end-NUM
           PICTURE IS 9(5).

       01 kr-top-NUM
           PICTURE IS 9(5).

       01 kr-found-CHR
           PICTURE IS X.
           88 kr-found
               VALUE IS "Y".

       01 kr-giver-fold-TXT
           PICTURE IS X(65).

       01 kr-term-plus-CNT
           PICTURE IS 9(7).

       01 kr-flag-CNT
           PICTURE IS 9(7).

       01 kr-total-flag-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 kr-CNT-DISP
           PICTURE IS ZZZZZZ9.

       01 kr-CNT2-DISP
           PICTURE IS ZZZZZZ9.

       01 kr-ptr-NUM
           PICTURE IS 9(4).

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-karmalog.dat" TO karmalog-filename-TXT
               MOVE "stan-stats.dat" TO stats-filename-TXT
           ELSE
               MOVE SPACE TO karmalog-filename-TXT
               STRING
                   "stan-karmalog-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO karmalog-filename-TXT
               END-STRING
               MOVE SPACE TO stats-filename-TXT
               STRING
                   "stan-stats-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO stats-filename-TXT
               END-STRING
           END-IF

           MOVE 7 TO kr-days-NUM
           OPEN INPUT parm-FC
           READ parm-FC
               AT END
                   CONTINUE
               NOT AT END
                   IF parm-REC(1 : 1) IS NUMERIC THEN
                       MOVE FUNCTION NUMVAL(parm-REC(1 : 5))
                           TO kr-days-NUM
                   END-IF
           END-READ
           CLOSE parm-FC

      *    UTC now, as stan-weekly works it out - the journal stamps
      *    are UTC. The window starts at midnight N-1 days back, so
      *    "1" is today and "7" is the last seven calendar days.
           MOVE FUNCTION CURRENT-DATE TO kr-now-TXT
           COMPUTE kr-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(kr-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(kr-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(kr-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(kr-now-TXT(13 : 2))
           EVALUATE kr-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE kr-now-SEC = kr-now-SEC
                       - FUNCTION NUMVAL(kr-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(kr-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE kr-now-SEC = kr-now-SEC
                       + FUNCTION NUMVAL(kr-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(kr-now-TXT(20 : 2)) * 60
           END-EVALUATE
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(kr-now-SEC / 86400)) TO kr-today-DISP
           IF kr-days-NUM IS EQUAL TO 0 THEN
               MOVE 1 TO kr-days-NUM
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(kr-now-SEC / 86400) - kr-days-NUM + 1)
               TO kr-from-DISP
           MOVE SPACE TO kr-from-TXT
           STRING
               kr-from-DISP DELIMITED BY SIZE
               "-000000" DELIMITED BY SIZE
               INTO kr-from-TXT
           END-STRING

           OPEN INPUT karmalog-FC
           IF NOT karmalog-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(karmalog-filename-TXT) UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 100-load-journal
           CLOSE karmalog-FC

           MOVE SPACE TO out-filename-TXT
           STRING
               "stan-karmarep-" DELIMITED BY SIZE
               kr-today-DISP DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO out-filename-TXT
           END-STRING

           OPEN OUTPUT out-FC
           IF NOT out-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(out-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE kr-days-NUM TO kr-CNT-DISP
           MOVE SPACE TO out-REC
           STRING
               "=== Karma gaming report, " DELIMITED BY SIZE
               kr-from-DISP(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               kr-from-DISP(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               kr-from-DISP(7 : 2) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               kr-today-DISP(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               kr-today-DISP(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               kr-today-DISP(7 : 2) DELIMITED BY SIZE
               " (UTC, " DELIMITED BY SIZE
               TRIM(kr-CNT-DISP) DELIMITED BY SIZE
               " day(s)) ===" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           MOVE kr-read-CNT TO kr-CNT-DISP
           MOVE SPACE TO out-REC
           STRING
               TRIM(kr-CNT-DISP) DELIMITED BY SIZE
               " karma change(s) in the window." DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC
           IF kr-dropped-CNT IS GREATER THAN 0 THEN
               MOVE kr-dropped-CNT TO kr-CNT-DISP
               MOVE SPACE TO out-REC
               STRING
                   "(" DELIMITED BY SIZE
                   TRIM(kr-CNT-DISP) DELIMITED BY SIZE
                   " change(s) past the table limits weren't checked"
                       DELIMITED BY SIZE
                   " - try a shorter window.)" DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-IF

           PERFORM 200-mutual-trading
           PERFORM 300-one-giver
           PERFORM 400-new-nick-bursts

           CLOSE out-FC

           MOVE kr-total-flag-CNT TO kr-CNT-DISP
           DISPLAY "Wrote " TRIM(out-filename-TXT) ": "
               TRIM(kr-CNT-DISP) " item(s) flagged."

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       100-load-journal SECTION.

      *    One pass over the journal, tallying the window's changes
      *    per (canonical giver, term) and per (nick, day).
           PERFORM
               UNTIL EXIT
               READ karmalog-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF karmalog-time-TXT IS LESS THAN kr-from-TXT THEN
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO kr-read-CNT

      *        A new term starts a new run of entries.
               IF kr-edge-CNT IS NOT LESS THAN kr-term-start-NUM THEN
                   IF kr-edge-term-TXT(kr-term-start-NUM)
                           IS NOT EQUAL TO karmalog-term-TXT THEN
                       COMPUTE kr-term-start-NUM = kr-edge-CNT + 1
                   END-IF
               END-IF

               PERFORM 110-tally-edge
               PERFORM 120-tally-day
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       110-tally-edge SECTION.

           MOVE "N" TO kr-found-CHR
           PERFORM VARYING kr-i-NUM FROM kr-term-start-NUM BY 1
                   UNTIL kr-i-NUM IS GREATER THAN kr-edge-CNT
               IF kr-edge-giver-TXT(kr-i-NUM) IS EQUAL TO
                       karmalog-canon-giver-TXT THEN
                   MOVE "Y" TO kr-found-CHR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT kr-found THEN
               IF kr-edge-CNT IS NOT LESS THAN kr-edge-max-NUM THEN
                   ADD 1 TO kr-dropped-CNT
                   EXIT SECTION
               END-IF
               ADD 1 TO kr-edge-CNT
               MOVE kr-edge-CNT TO kr-i-NUM
               MOVE karmalog-canon-giver-TXT
                   TO kr-edge-giver-TXT(kr-i-NUM)
               MOVE karmalog-giver-TXT
                   TO kr-edge-orig-giver-TXT(kr-i-NUM)
               MOVE karmalog-term-TXT TO kr-edge-term-TXT(kr-i-NUM)
               MOVE karmalog-orig-term-TXT
                   TO kr-edge-orig-term-TXT(kr-i-NUM)
               MOVE 0 TO kr-edge-plus-CNT(kr-i-NUM)
               MOVE 0 TO kr-edge-minus-CNT(kr-i-NUM)
           END-IF

           IF karmalog-delta-NUM IS GREATER THAN 0 THEN
               ADD 1 TO kr-edge-plus-CNT(kr-i-NUM)
           ELSE
               ADD 1 TO kr-edge-minus-CNT(kr-i-NUM)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       120-tally-day SECTION.

           MOVE SPACE TO cf-src-TXT
           MOVE karmalog-giver-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE SPACE TO kr-giver-fold-TXT
           MOVE cf-dst-TXT TO kr-giver-fold-TXT

           MOVE "N" TO kr-found-CHR
           PERFORM VARYING kr-j-NUM FROM 1 BY 1
                   UNTIL kr-j-NUM IS GREATER THAN kr-day-CNT-NUM
               IF kr-day-nick-TXT(kr-j-NUM) IS EQUAL TO
                       kr-giver-fold-TXT
                       AND kr-day-date-TXT(kr-j-NUM) IS EQUAL TO
                           karmalog-time-TXT(1 : 8) THEN
                   MOVE "Y" TO kr-found-CHR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT kr-found THEN
               IF kr-day-CNT-NUM IS NOT LESS THAN kr-day-max-NUM THEN
                   ADD 1 TO kr-dropped-CNT
                   EXIT SECTION
               END-IF
               ADD 1 TO kr-day-CNT-NUM
               MOVE kr-day-CNT-NUM TO kr-j-NUM
               MOVE kr-giver-fold-TXT TO kr-day-nick-TXT(kr-j-NUM)
               MOVE karmalog-giver-TXT TO kr-day-orig-nick-TXT(kr-j-NUM)
               MOVE karmalog-time-TXT(1 : 8)
                   TO kr-day-date-TXT(kr-j-NUM)
               MOVE 0 TO kr-day-CNT(kr-j-NUM)
           END-IF

           ADD 1 TO kr-day-CNT(kr-j-NUM)

           .

      * * * * * * * * * * * * * * * * * * * *

       200-mutual-trading SECTION.

      *    A "++"s B (B's canonical nick is the term) and B "++"s A.
      *    Each pair is listed once, from the side whose giver sorts
      *    first.
           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE "--- Mutual ++ trading ---" TO out-REC
           WRITE out-REC
           MOVE 0 TO kr-flag-CNT

           PERFORM VARYING kr-i-NUM FROM 1 BY 1
                   UNTIL kr-i-NUM IS GREATER THAN kr-edge-CNT
               IF kr-edge-plus-CNT(kr-i-NUM) IS LESS THAN
                       kr-mutual-min-NUM
                       OR kr-edge-giver-TXT(kr-i-NUM) IS NOT LESS THAN
                           kr-edge-term-TXT(kr-i-NUM) THEN
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM VARYING kr-j-NUM FROM 1 BY 1
                       UNTIL kr-j-NUM IS GREATER THAN kr-edge-CNT
                   IF kr-edge-giver-TXT(kr-j-NUM) IS EQUAL TO
                           kr-edge-term-TXT(kr-i-NUM)
                           AND kr-edge-term-TXT(kr-j-NUM) IS EQUAL TO
                               kr-edge-giver-TXT(kr-i-NUM)
                           AND kr-edge-plus-CNT(kr-j-NUM) IS NOT LESS
                               THAN kr-mutual-min-NUM THEN
                       ADD 1 TO kr-flag-CNT
                       MOVE kr-edge-plus-CNT(kr-i-NUM) TO kr-CNT-DISP
                       MOVE kr-edge-plus-CNT(kr-j-NUM) TO kr-CNT2-DISP
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(kr-edge-orig-giver-TXT(kr-i-NUM))
                               DELIMITED BY SIZE
                           " <-> " DELIMITED BY SIZE
                           TRIM(kr-edge-orig-giver-TXT(kr-j-NUM))
                               DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(kr-CNT-DISP) DELIMITED BY SIZE
                           " ++ one way, " DELIMITED BY SIZE
                           TRIM(kr-CNT2-DISP) DELIMITED BY SIZE
                           " ++ back" DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       WRITE out-REC
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM 900-section-total

           .

      * * * * * * * * * * * * * * * * * * * *

       300-one-giver SECTION.

      *    Walks the entries a term at a time (they were added in term
      *    order), finding each term's biggest "++" giver.
           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE "--- Terms mostly ++'d by one giver ---" TO out-REC
           WRITE out-REC
           MOVE 0 TO kr-flag-CNT

           MOVE 1 TO kr-i-NUM
           PERFORM
               UNTIL kr-i-NUM IS GREATER THAN kr-edge-CNT
               MOVE 0 TO kr-term-plus-CNT
               MOVE kr-i-NUM TO kr-top-NUM
               MOVE kr-i-NUM TO kr-end-NUM
               PERFORM
                   UNTIL kr-end-NUM IS GREATER THAN kr-edge-CNT
                   IF kr-edge-term-TXT(kr-end-NUM) IS NOT EQUAL TO
                           kr-edge-term-TXT(kr-i-NUM) THEN
                       EXIT PERFORM
                   END-IF
                   ADD kr-edge-plus-CNT(kr-end-NUM) TO kr-term-plus-CNT
                   IF kr-edge-plus-CNT(kr-end-NUM) IS GREATER THAN
                           kr-edge-plus-CNT(kr-top-NUM) THEN
                       MOVE kr-end-NUM TO kr-top-NUM
                   END-IF
                   ADD 1 TO kr-end-NUM
               END-PERFORM

               IF kr-term-plus-CNT IS NOT LESS THAN kr-dom-min-NUM
                       AND kr-edge-plus-CNT(kr-top-NUM) * 100
                           IS NOT LESS THAN
                           kr-term-plus-CNT * kr-dom-pct-NUM THEN
                   ADD 1 TO kr-flag-CNT
                   MOVE kr-edge-plus-CNT(kr-top-NUM) TO kr-CNT-DISP
                   MOVE kr-term-plus-CNT TO kr-CNT2-DISP
                   MOVE SPACE TO out-REC
                   STRING
                       "  " DELIMITED BY SIZE
                       TRIM(kr-edge-orig-term-TXT(kr-i-NUM))
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       TRIM(kr-CNT-DISP) DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       TRIM(kr-CNT2-DISP) DELIMITED BY SIZE
                       " ++ from " DELIMITED BY SIZE
                       TRIM(kr-edge-orig-giver-TXT(kr-top-NUM))
                           DELIMITED BY SIZE
                       INTO out-REC
                   END-STRING
                   WRITE out-REC
               END-IF

               MOVE kr-end-NUM TO kr-i-NUM
           END-PERFORM

           PERFORM 900-section-total

           .

      * * * * * * * * * * * * * * * * * * * *

       400-new-nick-bursts SECTION.

      *    Busy days are checked against the nick's first line on
      *    record; a nick stan has no statistics for is passed over.
           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE "--- Bursts from nicks first seen that day ---"
               TO out-REC
           WRITE out-REC
           MOVE 0 TO kr-flag-CNT

           OPEN INPUT stats-FC
           IF NOT stats-STA-OK THEN
               MOVE "  (no stan-stats.dat to check first-seen dates)"
                   TO out-REC
               WRITE out-REC
               EXIT SECTION
           END-IF

           PERFORM VARYING kr-j-NUM FROM 1 BY 1
                   UNTIL kr-j-NUM IS GREATER THAN kr-day-CNT-NUM
               IF kr-day-CNT(kr-j-NUM) IS LESS THAN kr-burst-min-NUM
                       THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE kr-day-nick-TXT(kr-j-NUM) TO stats-nick-TXT
               READ stats-FC RECORD
                   INVALID KEY
                       EXIT PERFORM CYCLE
               END-READ
               IF stats-first-TXT(1 : 8) IS NOT EQUAL TO
                       kr-day-date-TXT(kr-j-NUM) THEN
                   EXIT PERFORM CYCLE
               END-IF

               ADD 1 TO kr-flag-CNT
               MOVE kr-day-CNT(kr-j-NUM) TO kr-CNT-DISP
               MOVE SPACE TO out-REC
               MOVE 1 TO kr-ptr-NUM
               STRING
                   "  " DELIMITED BY SIZE
                   TRIM(kr-day-orig-nick-TXT(kr-j-NUM))
                       DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   kr-day-date-TXT(kr-j-NUM)(1 : 4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   kr-day-date-TXT(kr-j-NUM)(5 : 2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   kr-day-date-TXT(kr-j-NUM)(7 : 2) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   TRIM(kr-CNT-DISP) DELIMITED BY SIZE
                   " karma change(s), first line at " DELIMITED BY SIZE
                   stats-first-TXT(10 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   stats-first-TXT(12 : 2) DELIMITED BY SIZE
                   INTO out-REC
                   WITH POINTER kr-ptr-NUM
               END-STRING
               WRITE out-REC
           END-PERFORM

           CLOSE stats-FC

           PERFORM 900-section-total

           .

      * * * * * * * * * * * * * * * * * * * *

       900-section-total SECTION.

           IF kr-flag-CNT IS EQUAL TO 0 THEN
               MOVE "  (none)" TO out-REC
               WRITE out-REC
           END-IF
           ADD kr-flag-CNT TO kr-total-flag-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

       END PROGRAM stan-karmarep.
