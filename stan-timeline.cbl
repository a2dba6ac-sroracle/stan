      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-timeline.

      *****************************************************************
      *    Incident timeline builder. Lines up everything the bot
      *    wrote down during a window of trouble - the connection
      *    ledger (stan-events.dat, 298-log-event in stan.cbl), the
      *    runtime audit ledger (stan-audit.log), any meeting minutes
      *    taken during the incident (stan-minutes-*), and the
      *    channel transcripts (stan-log-<chan>-<date>.log) - into
      *    one chronological file, each line tagged with where it
      *    came from. Every stamp is UTC, as the bot stores them.
      *
      *    SYSIN carries the window on its first line, then the
      *    channels (as the transcripts name them) one per line, and
      *    optionally minutes file names:
      *        <from> <to> [<+HHMM|-HHMM>]
      *        #ops
      *        stan-minutes-#ops-20260901-141500.txt
      *    <from>/<to> are "YYYYMMDD-HHMMSS", "YYYYMMDD-HHMM", or a
      *    bare "YYYYMMDD" (the whole day). The optional offset says
      *    the window was given in that local zone rather than UTC.
      *    For instance:
      *        { echo 20260901-1400 20260901-1800 +0200; echo '#ops'
      *          ls stan-minutes-#ops-20260901-*.txt; } | stan-timeline
      *    writes stan-timeline-<from>.txt, ready to attach to the
      *    postmortem.
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

           SELECT events-FC
               ASSIGN TO events-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS events-STA.

           SELECT rtaudit-FC
               ASSIGN TO rtaudit-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rtaudit-STA.

      *    Transcripts and minutes alike - one opened at a time.
           SELECT src-FC
               ASSIGN TO src-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS src-STA.

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
           PICTURE IS X(255).

      *    "YYYYMMDD-HHMMSS <KIND> <detail>"
       FD events-FC.
       01 events-REC
           PICTURE IS X(255).

      *    "YYYYMMDD-HHMMSS <text>"
       FD rtaudit-FC.
       01 rtaudit-REC
           PICTURE IS X(500).

       FD src-FC.
       01 src-REC
           PICTURE IS X(600).

       FD out-FC.
       01 out-REC
           PICTURE IS X(600).

      *    The merge: stamp first, then arrival order, so lines from
      *    the same second keep the order their own file had them in.
       SD sort-FC.
       01 srt-REC.
           05 srt-stamp-TXT
               PICTURE IS X(15).
           05 srt-seq-NUM
               PICTURE IS 9(9).
           05 srt-tag-TXT
               PICTURE IS X(8).
           05 srt-text-TXT
               PICTURE IS X(500).

       WORKING-STORAGE SECTION.

       01 events-STA
           PICTURE IS X(2).
           88 events-STA-OK
               VALUE IS "00".

       01 rtaudit-STA
           PICTURE IS X(2).
           88 rtaudit-STA-OK
               VALUE IS "00".

       01 src-STA
           PICTURE IS X(2).
           88 src-STA-OK
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

       01 events-filename-TXT
           PICTURE IS X(255).

       01 rtaudit-filename-TXT
           PICTURE IS X(255).

       01 src-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

       01 sort-filename-TXT
           PICTURE IS X(255)
           VALUE IS "stan-timeline.srt".

      * * * * * * * * * * * * * * * * * * * *
      * The window, always held in UTC.     *
      * * * * * * * * * * * * * * * * * * * *
       01 tl-from-TXT
           PICTURE IS X(15).

       01 tl-to-TXT
           PICTURE IS X(15).

       01 tl-offset-TXT
           PICTURE IS X(10).

       01 tl-offset-SEC
           PICTURE IS S9(7).

       01 tl-tok-TXT
           PICTURE IS X(30).

       01 tl-tok-LEN
           PICTURE IS 9(4).

       01 tl-ptr-NUM
           PICTURE IS 9(4).

       01 tl-window-ok-CHR
           PICTURE IS X.
           88 tl-window-ok
               VALUE IS "Y".

       01 tl-from-DAY-NUM
           PICTURE IS 9(9).

       01 tl-to-DAY-NUM
           PICTURE IS 9(9).

       01 tl-day-NUM
           PICTURE IS 9(9).

       01 tl-date-DISP
           PICTURE IS 9(8).

      *    Stamp <-> seconds, the same arithmetic as stan.cbl's
      *    286-stamp-to-sec and 283-sec-to-stamp.
       01 clk-stamp-TXT
           PICTURE IS X(15).

       01 clk-SEC-NUM
           PICTURE IS 9(11).

       01 clk-day-NUM
           PICTURE IS 9(9).

       01 clk-rem-NUM
           PICTURE IS 9(5).

       01 clk-date-DISP
           PICTURE IS 9(8).

       01 clk-hh-NUM
           PICTURE IS 9(2).

       01 clk-mm-NUM
           PICTURE IS 9(2).

       01 clk-ss-NUM
           PICTURE IS 9(2).

      * * * * * * * * * * * * * * * * * * * *
      * What SYSIN asked for.               *
      * * * * * * * * * * * * * * * * * * * *
       01 tl-chan-TBL.
           05 tl-chan-TXT OCCURS 20 TIMES
               PICTURE IS X(65).

       01 tl-chan-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 tl-chan-i-NUM
           PICTURE IS 9(2).

       01 tl-mins-TBL.
           05 tl-mins-TXT OCCURS 20 TIMES
               PICTURE IS X(255).

       01 tl-mins-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 tl-mins-i-NUM
           PICTURE IS 9(2).

      * * * * * * * * * * * * * * * * * * * *
      * Merge bookkeeping.                  *
      * * * * * * * * * * * * * * * * * * * *
       01 tl-seq-NUM
           PICTURE IS 9(9)
           VALUE IS 0.

       01 tl-line-stamp-TXT
           PICTURE IS X(15).

       01 tl-event-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 tl-audit-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 tl-log-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 tl-log-file-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 tl-mins-line-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 tl-out-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

      * * * * * * * * * * * * * * * * * * * *
      * One minutes file.                   *
      * * * * * * * * * * * * * * * * * * * *
      *    "stan-minutes-<chan>-YYYYMMDD-HHMMSS.txt" - the name
      *    carries the channel and the start; the timeline lines
      *    inside carry only "HH:MM:SS", so the day is tracked and
      *    rolled forward when a meeting runs past midnight.
       01 mn-name-LEN
           PICTURE IS 9(4).

       01 mn-chan-TXT
           PICTURE IS X(65).

       01 mn-start-TXT
           PICTURE IS X(15).

       01 mn-day-NUM
           PICTURE IS 9(9).

       01 mn-last-hhmmss-TXT
           PICTURE IS X(6).

       01 mn-hhmmss-TXT
           PICTURE IS X(6).

       01 mn-in-timeline-CHR
           PICTURE IS X.
           88 mn-in-timeline
               VALUE IS "Y".

       01 tl-CNT-DISP
           PICTURE IS ZZZZZZ9.

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-events.dat" TO events-filename-TXT
               MOVE "stan-audit.log" TO rtaudit-filename-TXT
           ELSE
               MOVE SPACE TO events-filename-TXT
               STRING
                   "stan-events-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO events-filename-TXT
               END-STRING
               MOVE SPACE TO rtaudit-filename-TXT
               STRING
                   "stan-audit-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
                   INTO rtaudit-filename-TXT
               END-STRING
           END-IF

           OPEN INPUT parm-FC
           READ parm-FC
               AT END
                   DISPLAY "*** No window given on SYSIN" UPON SYSERR
                   CLOSE parm-FC
                   STOP RUN
           END-READ

           PERFORM 010-parse-window
           IF NOT tl-window-ok THEN
               DISPLAY "*** Couldn't read the window '"
                   TRIM(parm-REC) "' - want <from> <to> [<offset>]"
                   UPON SYSERR
               CLOSE parm-FC
               STOP RUN
           END-IF

           PERFORM
               UNTIL EXIT
               READ parm-FC
                   AT END EXIT PERFORM
               END-READ

               EVALUATE TRUE
                   WHEN TRIM(parm-REC) IS EQUAL TO SPACE
                       CONTINUE
                   WHEN parm-REC(1 : 13) IS EQUAL TO "stan-minutes-"
                       IF tl-mins-CNT IS LESS THAN 20 THEN
                           ADD 1 TO tl-mins-CNT
                           MOVE TRIM(parm-REC)
                               TO tl-mins-TXT(tl-mins-CNT)
                       END-IF
                   WHEN OTHER
                       IF tl-chan-CNT IS LESS THAN 20 THEN
                           ADD 1 TO tl-chan-CNT
                           MOVE TRIM(parm-REC)
                               TO tl-chan-TXT(tl-chan-CNT)
                       END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE parm-FC

           MOVE SPACE TO out-filename-TXT
           STRING
               "stan-timeline-" DELIMITED BY SIZE
               tl-from-TXT DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO out-filename-TXT
           END-STRING

           OPEN OUTPUT out-FC
           IF NOT out-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(out-filename-TXT)
                   UPON SYSERR
               STOP RUN
           END-IF

           SORT sort-FC
               ON ASCENDING KEY srt-stamp-TXT srt-seq-NUM
               INPUT PROCEDURE IS 100-gather-lines
               OUTPUT PROCEDURE IS 500-write-timeline

           CLOSE out-FC

           DISPLAY "Timeline " tl-from-TXT " - " tl-to-TXT " UTC"
           MOVE tl-event-CNT TO tl-CNT-DISP
           DISPLAY "  events:     " tl-CNT-DISP
           MOVE tl-audit-CNT TO tl-CNT-DISP
           DISPLAY "  audit:      " tl-CNT-DISP
           MOVE tl-mins-line-CNT TO tl-CNT-DISP
           DISPLAY "  minutes:    " tl-CNT-DISP
           MOVE tl-log-CNT TO tl-CNT-DISP
           DISPLAY "  transcript: " tl-CNT-DISP WITH NO ADVANCING
           MOVE tl-log-file-CNT TO tl-CNT-DISP
           DISPLAY " (from " TRIM(tl-CNT-DISP) " file(s))"
           MOVE tl-out-CNT TO tl-CNT-DISP
           DISPLAY "Wrote " TRIM(tl-CNT-DISP) " line(s) to "
               TRIM(out-filename-TXT)

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-parse-window SECTION.

           MOVE "N" TO tl-window-ok-CHR
           MOVE 1 TO tl-ptr-NUM

           MOVE SPACE TO tl-tok-TXT
           UNSTRING parm-REC DELIMITED BY ALL SPACE
               INTO tl-tok-TXT
               WITH POINTER tl-ptr-NUM
           END-UNSTRING
           IF tl-tok-TXT(1 : 1) IS EQUAL TO SPACE THEN
               MOVE SPACE TO tl-tok-TXT
               UNSTRING parm-REC DELIMITED BY ALL SPACE
                   INTO tl-tok-TXT
                   WITH POINTER tl-ptr-NUM
               END-UNSTRING
           END-IF
           MOVE "000000" TO clk-stamp-TXT(10 : 6)
           PERFORM 020-normalize-stamp
           IF clk-stamp-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE clk-stamp-TXT TO tl-from-TXT

           MOVE SPACE TO tl-tok-TXT
           UNSTRING parm-REC DELIMITED BY ALL SPACE
               INTO tl-tok-TXT
               WITH POINTER tl-ptr-NUM
           END-UNSTRING
           MOVE "235959" TO clk-stamp-TXT(10 : 6)
           PERFORM 020-normalize-stamp
           IF clk-stamp-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE clk-stamp-TXT TO tl-to-TXT

      *    A local-zone window moves both ends back to UTC.
           MOVE SPACE TO tl-offset-TXT
           UNSTRING parm-REC DELIMITED BY ALL SPACE
               INTO tl-offset-TXT
               WITH POINTER tl-ptr-NUM
           END-UNSTRING
           MOVE 0 TO tl-offset-SEC
           IF tl-offset-TXT IS NOT EQUAL TO SPACE THEN
               IF (tl-offset-TXT(1 : 1) IS NOT EQUAL TO "+"
                       AND tl-offset-TXT(1 : 1) IS NOT EQUAL TO "-")
                       OR tl-offset-TXT(2 : 4) IS NOT NUMERIC THEN
                   EXIT SECTION
               END-IF
               COMPUTE tl-offset-SEC =
                   FUNCTION NUMVAL(tl-offset-TXT(2 : 2)) * 3600
                   + FUNCTION NUMVAL(tl-offset-TXT(4 : 2)) * 60
               IF tl-offset-TXT(1 : 1) IS EQUAL TO "-" THEN
                   COMPUTE tl-offset-SEC = 0 - tl-offset-SEC
               END-IF

               MOVE tl-from-TXT TO clk-stamp-TXT
               PERFORM 030-stamp-to-sec
               COMPUTE clk-SEC-NUM = clk-SEC-NUM - tl-offset-SEC
               PERFORM 035-sec-to-stamp
               MOVE clk-stamp-TXT TO tl-from-TXT

               MOVE tl-to-TXT TO clk-stamp-TXT
               PERFORM 030-stamp-to-sec
               COMPUTE clk-SEC-NUM = clk-SEC-NUM - tl-offset-SEC
               PERFORM 035-sec-to-stamp
               MOVE clk-stamp-TXT TO tl-to-TXT
           END-IF

           IF tl-to-TXT IS LESS THAN tl-from-TXT THEN
               EXIT SECTION
           END-IF

           COMPUTE tl-from-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(tl-from-TXT(1 : 8)))
           COMPUTE tl-to-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(tl-to-TXT(1 : 8)))

           MOVE "Y" TO tl-window-ok-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       020-normalize-stamp SECTION.

      *    tl-tok-TXT into clk-stamp-TXT as a full "YYYYMMDD-HHMMSS";
      *    the caller has pre-filled the time part with the default
      *    for whichever end of the window this is. Blank on error.
           MOVE FUNCTION LENGTH(TRIM(tl-tok-TXT)) TO tl-tok-LEN
           IF tl-tok-TXT(1 : 8) IS NOT NUMERIC THEN
               MOVE SPACE TO clk-stamp-TXT
               EXIT SECTION
           END-IF
           MOVE tl-tok-TXT(1 : 8) TO clk-stamp-TXT(1 : 8)
           MOVE "-" TO clk-stamp-TXT(9 : 1)

           EVALUATE tl-tok-LEN
               WHEN 8
                   CONTINUE
               WHEN 13
                   IF tl-tok-TXT(9 : 1) IS NOT EQUAL TO "-"
                           OR tl-tok-TXT(10 : 4) IS NOT NUMERIC THEN
                       MOVE SPACE TO clk-stamp-TXT
                       EXIT SECTION
                   END-IF
                   MOVE tl-tok-TXT(10 : 4) TO clk-stamp-TXT(10 : 4)
               WHEN 15
                   IF tl-tok-TXT(9 : 1) IS NOT EQUAL TO "-"
                           OR tl-tok-TXT(10 : 6) IS NOT NUMERIC THEN
                       MOVE SPACE TO clk-stamp-TXT
                       EXIT SECTION
                   END-IF
                   MOVE tl-tok-TXT(10 : 6) TO clk-stamp-TXT(10 : 6)
               WHEN OTHER
                   MOVE SPACE TO clk-stamp-TXT
                   EXIT SECTION
           END-EVALUATE

           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(clk-stamp-TXT(1 : 8)))
                   IS NOT EQUAL TO 0 THEN
               MOVE SPACE TO clk-stamp-TXT
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       030-stamp-to-sec SECTION.

           COMPUTE clk-SEC-NUM =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(clk-stamp-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(clk-stamp-TXT(10 : 2)) * 3600
               + FUNCTION NUMVAL(clk-stamp-TXT(12 : 2)) * 60
               + FUNCTION NUMVAL(clk-stamp-TXT(14 : 2))

           .

      * * * * * * * * * * * * * * * * * * * *

       035-sec-to-stamp SECTION.

           COMPUTE clk-day-NUM = FUNCTION INTEGER(clk-SEC-NUM / 86400)
           COMPUTE clk-rem-NUM = clk-SEC-NUM - clk-day-NUM * 86400
           MOVE FUNCTION DATE-OF-INTEGER(clk-day-NUM) TO clk-date-DISP
           COMPUTE clk-hh-NUM = FUNCTION INTEGER(clk-rem-NUM / 3600)
           COMPUTE clk-mm-NUM =
               FUNCTION INTEGER(FUNCTION MOD(clk-rem-NUM, 3600) / 60)
           COMPUTE clk-ss-NUM = FUNCTION MOD(clk-rem-NUM, 60)
           MOVE SPACE TO clk-stamp-TXT
           STRING
               clk-date-DISP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               clk-hh-NUM DELIMITED BY SIZE
               clk-mm-NUM DELIMITED BY SIZE
               clk-ss-NUM DELIMITED BY SIZE
               INTO clk-stamp-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       100-gather-lines SECTION.

           PERFORM 110-gather-events
           PERFORM 120-gather-audit

           PERFORM VARYING tl-chan-i-NUM FROM 1 BY 1
                   UNTIL tl-chan-i-NUM IS GREATER THAN tl-chan-CNT
               PERFORM VARYING tl-day-NUM FROM tl-from-DAY-NUM BY 1
                       UNTIL tl-day-NUM IS GREATER THAN tl-to-DAY-NUM
                   PERFORM 130-gather-transcript
               END-PERFORM
           END-PERFORM

           PERFORM VARYING tl-mins-i-NUM FROM 1 BY 1
                   UNTIL tl-mins-i-NUM IS GREATER THAN tl-mins-CNT
               PERFORM 140-gather-minutes
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       110-gather-events SECTION.

           OPEN INPUT events-FC
           IF NOT events-STA-OK THEN
               DISPLAY "*** No events ledger "
                   TRIM(events-filename-TXT) " - skipping" UPON SYSERR
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ events-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE events-REC(1 : 15) TO tl-line-stamp-TXT
               IF tl-line-stamp-TXT(1 : 8) IS NUMERIC
                       AND tl-line-stamp-TXT IS NOT LESS THAN
                           tl-from-TXT
                       AND tl-line-stamp-TXT IS NOT GREATER THAN
                           tl-to-TXT THEN
                   MOVE SPACE TO srt-REC
                   MOVE tl-line-stamp-TXT TO srt-stamp-TXT
                   MOVE "event" TO srt-tag-TXT
                   MOVE TRIM(events-REC(16 : )) TO srt-text-TXT
                   PERFORM 190-release-line
                   ADD 1 TO tl-event-CNT
               END-IF
           END-PERFORM

           CLOSE events-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       120-gather-audit SECTION.

           OPEN INPUT rtaudit-FC
           IF NOT rtaudit-STA-OK THEN
               DISPLAY "*** No audit ledger "
                   TRIM(rtaudit-filename-TXT) " - skipping" UPON SYSERR
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ rtaudit-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE rtaudit-REC(1 : 15) TO tl-line-stamp-TXT
               IF tl-line-stamp-TXT(1 : 8) IS NUMERIC
                       AND tl-line-stamp-TXT IS NOT LESS THAN
                           tl-from-TXT
                       AND tl-line-stamp-TXT IS NOT GREATER THAN
                           tl-to-TXT THEN
                   MOVE SPACE TO srt-REC
                   MOVE tl-line-stamp-TXT TO srt-stamp-TXT
                   MOVE "audit" TO srt-tag-TXT
                   MOVE TRIM(rtaudit-REC(16 : )) TO srt-text-TXT
                   PERFORM 190-release-line
                   ADD 1 TO tl-audit-CNT
               END-IF
           END-PERFORM

           CLOSE rtaudit-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       130-gather-transcript SECTION.

      *    One channel-day: "stan-log-<chan>-<YYYYMMDD>.log", lines
      *    "YYYYMMDD-HHMMSS <st> [chan] <nick> msg" - the four-byte
      *    status marker is dropped, the rest kept as written
      *    (opted-out placeholders included).
           MOVE FUNCTION DATE-OF-INTEGER(tl-day-NUM) TO tl-date-DISP
           MOVE SPACE TO src-filename-TXT
           STRING
               "stan-log-" DELIMITED BY SIZE
               TRIM(tl-chan-TXT(tl-chan-i-NUM)) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               tl-date-DISP DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO src-filename-TXT
           END-STRING

           OPEN INPUT src-FC
           IF NOT src-STA-OK THEN
               EXIT SECTION
           END-IF
           ADD 1 TO tl-log-file-CNT

           PERFORM
               UNTIL EXIT
               READ src-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE src-REC(1 : 15) TO tl-line-stamp-TXT
               IF tl-line-stamp-TXT(1 : 8) IS NUMERIC
                       AND tl-line-stamp-TXT IS NOT LESS THAN
                           tl-from-TXT
                       AND tl-line-stamp-TXT IS NOT GREATER THAN
                           tl-to-TXT THEN
                   MOVE SPACE TO srt-REC
                   MOVE tl-line-stamp-TXT TO srt-stamp-TXT
                   MOVE "log" TO srt-tag-TXT
                   MOVE TRIM(src-REC(21 : )) TO srt-text-TXT
                   PERFORM 190-release-line
                   ADD 1 TO tl-log-CNT
               END-IF
           END-PERFORM

           CLOSE src-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       140-gather-minutes SECTION.

           MOVE tl-mins-TXT(tl-mins-i-NUM) TO src-filename-TXT
           MOVE FUNCTION LENGTH(TRIM(src-filename-TXT)) TO mn-name-LEN
           IF mn-name-LEN IS LESS THAN 35
                   OR src-filename-TXT(mn-name-LEN - 18 : 8)
                       IS NOT NUMERIC
                   OR src-filename-TXT(mn-name-LEN - 9 : 6)
                       IS NOT NUMERIC THEN
               DISPLAY "*** Can't read a start time out of "
                   TRIM(src-filename-TXT) " - skipping" UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO mn-chan-TXT
           MOVE src-filename-TXT(14 : mn-name-LEN - 33) TO mn-chan-TXT
           MOVE SPACE TO mn-start-TXT
           STRING
               src-filename-TXT(mn-name-LEN - 18 : 8) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               src-filename-TXT(mn-name-LEN - 9 : 6) DELIMITED BY SIZE
               INTO mn-start-TXT
           END-STRING
           COMPUTE mn-day-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(mn-start-TXT(1 : 8)))
           MOVE mn-start-TXT(10 : 6) TO mn-last-hhmmss-TXT

           OPEN INPUT src-FC
           IF NOT src-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(src-filename-TXT)
                   UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE "N" TO mn-in-timeline-CHR

           PERFORM
               UNTIL EXIT
               READ src-FC
                   AT END EXIT PERFORM
               END-READ

               EVALUATE TRUE
                   WHEN src-REC(1 : 13) IS EQUAL TO "=== Minutes: "
                       MOVE SPACE TO srt-REC
                       MOVE mn-start-TXT TO srt-stamp-TXT
                       MOVE "minutes" TO srt-tag-TXT
                       STRING
                           "[" DELIMITED BY SIZE
                           TRIM(mn-chan-TXT) DELIMITED BY SIZE
                           "] meeting started: " DELIMITED BY SIZE
                           src-REC(14 : ) DELIMITED BY " ==="
                           INTO srt-text-TXT
                       END-STRING
                       PERFORM 150-release-minutes-line
                   WHEN src-REC(1 : 16) IS EQUAL TO "--- Timeline ---"
                       MOVE "Y" TO mn-in-timeline-CHR
                   WHEN src-REC(1 : 4) IS EQUAL TO "--- "
                       MOVE "N" TO mn-in-timeline-CHR
                   WHEN src-REC(1 : 10) IS EQUAL TO "=== Ended "
                           AND src-REC(11 : 2) IS NUMERIC
                           AND src-REC(14 : 2) IS NUMERIC
                       MOVE SPACE TO mn-hhmmss-TXT
                       STRING
                           src-REC(11 : 2) DELIMITED BY SIZE
                           src-REC(14 : 2) DELIMITED BY SIZE
                           "00" DELIMITED BY SIZE
                           INTO mn-hhmmss-TXT
                       END-STRING
                       PERFORM 145-minutes-line-stamp
                       MOVE SPACE TO srt-REC
                       MOVE clk-stamp-TXT TO srt-stamp-TXT
                       MOVE "minutes" TO srt-tag-TXT
                       STRING
                           "[" DELIMITED BY SIZE
                           TRIM(mn-chan-TXT) DELIMITED BY SIZE
                           "] meeting ended" DELIMITED BY SIZE
                           INTO srt-text-TXT
                       END-STRING
                       PERFORM 150-release-minutes-line
                   WHEN mn-in-timeline
                           AND src-REC(1 : 2) IS NUMERIC
                           AND src-REC(3 : 1) IS EQUAL TO ":"
                           AND src-REC(4 : 2) IS NUMERIC
                           AND src-REC(6 : 1) IS EQUAL TO ":"
                           AND src-REC(7 : 2) IS NUMERIC
                       MOVE SPACE TO mn-hhmmss-TXT
                       STRING
                           src-REC(1 : 2) DELIMITED BY SIZE
                           src-REC(4 : 2) DELIMITED BY SIZE
                           src-REC(7 : 2) DELIMITED BY SIZE
                           INTO mn-hhmmss-TXT
                       END-STRING
                       PERFORM 145-minutes-line-stamp
                       MOVE SPACE TO srt-REC
                       MOVE clk-stamp-TXT TO srt-stamp-TXT
                       MOVE "minutes" TO srt-tag-TXT
                       STRING
                           "[" DELIMITED BY SIZE
                           TRIM(mn-chan-TXT) DELIMITED BY SIZE
                           "] " DELIMITED BY SIZE
                           TRIM(src-REC(10 : )) DELIMITED BY SIZE
                           INTO srt-text-TXT
                       END-STRING
                       PERFORM 150-release-minutes-line
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           CLOSE src-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       145-minutes-line-stamp SECTION.

      *    mn-hhmmss-TXT onto the meeting's running day - a time
      *    earlier than the previous line's means midnight passed.
           IF mn-hhmmss-TXT IS LESS THAN mn-last-hhmmss-TXT THEN
               ADD 1 TO mn-day-NUM
           END-IF
           MOVE mn-hhmmss-TXT TO mn-last-hhmmss-TXT

           MOVE FUNCTION DATE-OF-INTEGER(mn-day-NUM) TO clk-date-DISP
           MOVE SPACE TO clk-stamp-TXT
           STRING
               clk-date-DISP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               mn-hhmmss-TXT DELIMITED BY SIZE
               INTO clk-stamp-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       150-release-minutes-line SECTION.

           IF srt-stamp-TXT IS LESS THAN tl-from-TXT
                   OR srt-stamp-TXT IS GREATER THAN tl-to-TXT THEN
               EXIT SECTION
           END-IF

           PERFORM 190-release-line
           ADD 1 TO tl-mins-line-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       190-release-line SECTION.

           ADD 1 TO tl-seq-NUM
           MOVE tl-seq-NUM TO srt-seq-NUM
           RELEASE srt-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       500-write-timeline SECTION.

           MOVE SPACE TO out-REC
           STRING
               "=== Incident timeline " DELIMITED BY SIZE
               tl-from-TXT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               tl-to-TXT DELIMITED BY SIZE
               " UTC ===" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           MOVE SPACE TO out-REC
           MOVE 1 TO tl-ptr-NUM
           STRING
               "Channels:" DELIMITED BY SIZE
               INTO out-REC
               WITH POINTER tl-ptr-NUM
           END-STRING
           IF tl-chan-CNT IS EQUAL TO 0 THEN
               STRING
                   " (none)" DELIMITED BY SIZE
                   INTO out-REC
                   WITH POINTER tl-ptr-NUM
               END-STRING
           END-IF
           PERFORM VARYING tl-chan-i-NUM FROM 1 BY 1
                   UNTIL tl-chan-i-NUM IS GREATER THAN tl-chan-CNT
               STRING
                   " " DELIMITED BY SIZE
                   TRIM(tl-chan-TXT(tl-chan-i-NUM)) DELIMITED BY SIZE
                   INTO out-REC
                   WITH POINTER tl-ptr-NUM
               END-STRING
           END-PERFORM
           WRITE out-REC

           PERFORM
               UNTIL EXIT
               RETURN sort-FC
                   AT END EXIT PERFORM
               END-RETURN

               MOVE SPACE TO out-REC
               STRING
                   srt-stamp-TXT(1 : 4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   srt-stamp-TXT(5 : 2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   srt-stamp-TXT(7 : 2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   srt-stamp-TXT(10 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   srt-stamp-TXT(12 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   srt-stamp-TXT(14 : 2) DELIMITED BY SIZE
                   "Z " DELIMITED BY SIZE
                   srt-tag-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(srt-text-TXT) DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
               ADD 1 TO tl-out-CNT
           END-PERFORM

           .

       END PROGRAM stan-timeline.
