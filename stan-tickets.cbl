      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-tickets.

      *****************************************************************
      *    Stale-ticket report for the Monday meeting: every "%ticket"
      *    in stan-tickets.dat that isn't closed and hasn't been
      *    touched (assigned, commented on, or moved to another
      *    state) for N days, grouped by assignee - oldest first
      *    within each group, the unassigned ones last. SYSIN's
      *    first line is N (a week when it's left off):
      *        echo 14 | stan-tickets
      *    and it writes "stan-tickets-<YYYYMMDD>.txt" (today, UTC;
      *    "stan-tickets-<network>-<YYYYMMDD>.txt" under
      *    STAN_NETWORK).
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

           SELECT ticket-FC
               ASSIGN TO ticket-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ticket-key
               FILE STATUS IS ticket-STA.

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
       FD ticket-FC.
       01 ticket-REC.
           05 ticket-key.
               10 ticket-ID-NUM
                   PICTURE IS 9(9).
               10 ticket-note-NUM
                   PICTURE IS 9(4).
           05 ticket-chan-TXT
               PICTURE IS X(65).
           05 ticket-orig-chan-TXT
               PICTURE IS X(65).
           05 ticket-setter-TXT
               PICTURE IS X(65).
           05 ticket-created-TXT
               PICTURE IS X(15).
           05 ticket-text-TXT
               PICTURE IS X(300).
           05 ticket-state-TXT
               PICTURE IS X(11).
           05 ticket-assignee-TXT
               PICTURE IS X(65).
           05 ticket-updated-TXT
               PICTURE IS X(15).
           05 ticket-updater-TXT
               PICTURE IS X(65).
           05 ticket-note-CNT
               PICTURE IS 9(4).

       FD out-FC.
       01 out-REC
           PICTURE IS X(500).

      *    Assigned before unassigned, then by folded assignee, then
      *    the longest-idle first.
       SD sort-FC.
       01 srt-REC.
           05 srt-group-NUM
               PICTURE IS 9(1).
           05 srt-who-TXT
               PICTURE IS X(65).
           05 srt-updated-TXT
               PICTURE IS X(15).
           05 srt-ID-NUM
               PICTURE IS 9(9).
           05 srt-orig-who-TXT
               PICTURE IS X(65).
           05 srt-chan-TXT
               PICTURE IS X(65).
           05 srt-state-TXT
               PICTURE IS X(11).
           05 srt-idle-NUM
               PICTURE IS 9(5).
           05 srt-title-TXT
               PICTURE IS X(300).

       WORKING-STORAGE SECTION.

       01 ticket-STA
           PICTURE IS X(2).
           88 ticket-STA-OK
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

       01 ticket-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

       01 sort-filename-TXT
           PICTURE IS X(255)
           VALUE IS "stan-tickets.srt".

      * * * * * * * * * * * * * * * * * * * *
      * Working set.                        *
      * * * * * * * * * * * * * * * * * * * *
       01 tr-days-NUM
           PICTURE IS 9(5).

       01 tr-now-TXT
           PICTURE IS X(21).

       01 tr-now-SEC
           PICTURE IS 9(11).

       01 tr-today-DISP
           PICTURE IS 9(8).

       01 tr-rec-SEC
           PICTURE IS 9(11).

       01 tr-age-SEC
           PICTURE IS S9(11).

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

       01 tr-last-group-NUM
           PICTURE IS 9(1).

       01 tr-last-who-TXT
           PICTURE IS X(65).

       01 tr-first-CHR
           PICTURE IS X.
           88 tr-first
               VALUE IS "Y".

       01 tr-open-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 tr-stale-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 tr-group-CNT
           PICTURE IS 9(7).

       01 tr-ID-DISP
           PICTURE IS Z(8)9.

       01 tr-CNT-DISP
           PICTURE IS ZZZZZZ9.

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-tickets.dat" TO ticket-filename-TXT
           ELSE
               MOVE SPACE TO ticket-filename-TXT
               STRING
                   "stan-tickets-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO ticket-filename-TXT
               END-STRING
           END-IF

           MOVE 7 TO tr-days-NUM
           OPEN INPUT parm-FC
           READ parm-FC
               AT END
                   CONTINUE
               NOT AT END
                   IF parm-REC(1 : 1) IS NUMERIC THEN
                       MOVE FUNCTION NUMVAL(parm-REC(1 : 5))
                           TO tr-days-NUM
                   END-IF
           END-READ
           CLOSE parm-FC

      *    UTC now, as stan-weekly works it out - the stamps in the
      *    ticket file are UTC.
           MOVE FUNCTION CURRENT-DATE TO tr-now-TXT
           COMPUTE tr-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(tr-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(tr-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(tr-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(tr-now-TXT(13 : 2))
           EVALUATE tr-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE tr-now-SEC = tr-now-SEC
                       - FUNCTION NUMVAL(tr-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(tr-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE tr-now-SEC = tr-now-SEC
                       + FUNCTION NUMVAL(tr-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(tr-now-TXT(20 : 2)) * 60
           END-EVALUATE
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(tr-now-SEC / 86400)) TO tr-today-DISP

           OPEN INPUT ticket-FC
           IF NOT ticket-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(ticket-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO out-filename-TXT
           IF network-name-TXT IS EQUAL TO SPACE THEN
               STRING
                   "stan-tickets-" DELIMITED BY SIZE
                   tr-today-DISP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO out-filename-TXT
               END-STRING
           ELSE
               STRING
                   "stan-tickets-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   tr-today-DISP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO out-filename-TXT
               END-STRING
           END-IF

           OPEN OUTPUT out-FC
           IF NOT out-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(out-filename-TXT)
                   UPON SYSERR
               CLOSE ticket-FC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT sort-FC
               ON ASCENDING KEY srt-group-NUM srt-who-TXT
                   srt-updated-TXT srt-ID-NUM
               INPUT PROCEDURE IS 100-gather-stale
               OUTPUT PROCEDURE IS 200-write-report

           CLOSE ticket-FC
           CLOSE out-FC

           MOVE tr-stale-CNT TO tr-CNT-DISP
           DISPLAY "Wrote " TRIM(out-filename-TXT) ": "
               TRIM(tr-CNT-DISP) " stale ticket(s)" WITH NO ADVANCING
           MOVE tr-open-CNT TO tr-CNT-DISP
           DISPLAY " of " TRIM(tr-CNT-DISP) " not closed."

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       100-gather-stale SECTION.

      *    Ticket headers only (note number 0) - the notes carry no
      *    state of their own.
           PERFORM
               UNTIL EXIT
               READ ticket-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF ticket-note-NUM IS NOT EQUAL TO 0
                       OR ticket-state-TXT IS EQUAL TO "closed" THEN
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO tr-open-CNT

               IF ticket-updated-TXT(1 : 8) IS NOT NUMERIC THEN
                   MOVE ticket-created-TXT TO ticket-updated-TXT
               END-IF
               IF ticket-updated-TXT(1 : 8) IS NOT NUMERIC THEN
                   EXIT PERFORM CYCLE
               END-IF
               COMPUTE tr-rec-SEC =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(ticket-updated-TXT(1 : 8)))
                       * 86400
                   + FUNCTION NUMVAL(ticket-updated-TXT(10 : 2)) * 3600
                   + FUNCTION NUMVAL(ticket-updated-TXT(12 : 2)) * 60
                   + FUNCTION NUMVAL(ticket-updated-TXT(14 : 2))
               COMPUTE tr-age-SEC = tr-now-SEC - tr-rec-SEC
               IF tr-age-SEC IS LESS THAN tr-days-NUM * 86400 THEN
                   EXIT PERFORM CYCLE
               END-IF

               ADD 1 TO tr-stale-CNT
               MOVE SPACE TO srt-REC
               IF ticket-assignee-TXT IS EQUAL TO SPACE THEN
                   MOVE 1 TO srt-group-NUM
               ELSE
                   MOVE 0 TO srt-group-NUM
                   MOVE SPACE TO cf-src-TXT
                   MOVE ticket-assignee-TXT TO cf-src-TXT
                   PERFORM 095-casefold
                   MOVE cf-dst-TXT TO srt-who-TXT
               END-IF
               MOVE ticket-updated-TXT TO srt-updated-TXT
               MOVE ticket-ID-NUM TO srt-ID-NUM
               MOVE ticket-assignee-TXT TO srt-orig-who-TXT
               MOVE ticket-orig-chan-TXT TO srt-chan-TXT
               MOVE ticket-state-TXT TO srt-state-TXT
               COMPUTE srt-idle-NUM =
                   FUNCTION INTEGER(tr-age-SEC / 86400)
               MOVE ticket-text-TXT TO srt-title-TXT
               RELEASE srt-REC
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       200-write-report SECTION.

           MOVE tr-days-NUM TO tr-CNT-DISP
           MOVE SPACE TO out-REC
           STRING
               "=== Tickets with no update in " DELIMITED BY SIZE
               TRIM(tr-CNT-DISP) DELIMITED BY SIZE
               " day(s), as of " DELIMITED BY SIZE
               tr-today-DISP(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               tr-today-DISP(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               tr-today-DISP(7 : 2) DELIMITED BY SIZE
               " (UTC) ===" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           MOVE "Y" TO tr-first-CHR
           MOVE 0 TO tr-group-CNT
           PERFORM
               UNTIL EXIT
               RETURN sort-FC
                   AT END EXIT PERFORM
               END-RETURN

               IF tr-first
                       OR srt-group-NUM IS NOT EQUAL TO
                           tr-last-group-NUM
                       OR srt-who-TXT IS NOT EQUAL TO
                           tr-last-who-TXT THEN
                   PERFORM 210-group-total
                   MOVE "N" TO tr-first-CHR
                   MOVE srt-group-NUM TO tr-last-group-NUM
                   MOVE srt-who-TXT TO tr-last-who-TXT
                   MOVE SPACE TO out-REC
                   WRITE out-REC
                   IF srt-group-NUM IS EQUAL TO 1 THEN
                       MOVE "--- Unassigned ---" TO out-REC
                   ELSE
                       STRING
                           "--- " DELIMITED BY SIZE
                           TRIM(srt-orig-who-TXT) DELIMITED BY SIZE
                           " ---" DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                   END-IF
                   WRITE out-REC
               END-IF

               ADD 1 TO tr-group-CNT
               MOVE srt-ID-NUM TO tr-ID-DISP
               MOVE srt-idle-NUM TO tr-CNT-DISP
               MOVE SPACE TO out-REC
               STRING
                   "  #" DELIMITED BY SIZE
                   TRIM(tr-ID-DISP) DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   TRIM(srt-state-TXT) DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   TRIM(srt-chan-TXT) DELIMITED BY SIZE
                   " - idle " DELIMITED BY SIZE
                   TRIM(tr-CNT-DISP) DELIMITED BY SIZE
                   " day(s), last update " DELIMITED BY SIZE
                   srt-updated-TXT(1 : 4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   srt-updated-TXT(5 : 2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   srt-updated-TXT(7 : 2) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   TRIM(srt-title-TXT) DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-PERFORM

           IF tr-first THEN
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

      *    Closes off the group just written, if any.
           IF tr-group-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF
           MOVE tr-group-CNT TO tr-CNT-DISP
           MOVE SPACE TO out-REC
           STRING
               "  " DELIMITED BY SIZE
               TRIM(tr-CNT-DISP) DELIMITED BY SIZE
               " ticket(s)" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC
           MOVE 0 TO tr-group-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

       END PROGRAM stan-tickets.
