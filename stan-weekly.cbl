      *    the week the team actually asks about on Monday: busiest
      *    days from stan-trends.dat, quotes added this week from
      *    stan-quote.dat, links shared from stan-links.dat, karma
      *    movers from stan-karma.dat, any topic change from
      *    stan-topic.dat, and the channel's meeting action items
      *    still open in stan-actions.dat. Feed it the channels to
      *    summarize, one per line, via SYSIN - e.g.
      *        printf '#dev\n#ops\n' | stan-weekly
      *    and it writes one plain-text newsletter per channel
      *    ("stan-week-<chan>-<YYYYMMDD>.txt"), ready to paste into
               RECORD KEY IS topic-chan-TXT
               FILE STATUS IS topic-STA.

           SELECT action-FC
               ASSIGN TO action-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS action-ID-NUM
               ALTERNATE RECORD KEY IS action-src-key
               ALTERNATE RECORD KEY IS action-owner-TXT WITH DUPLICATES
               FILE STATUS IS action-STA.

           SELECT out-FC
               ASSIGN TO out-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
           05 topic-time-TXT
               PICTURE IS X(15).

       FD action-FC.
       01 action-REC.
           05 action-ID-NUM
               PICTURE IS 9(9).
           05 action-src-key.
               10 action-src-TXT
                   PICTURE IS X(120).
               10 action-seq-NUM
                   PICTURE IS 9(3).
           05 action-owner-TXT
               PICTURE IS X(65).
           05 action-orig-owner-TXT
               PICTURE IS X(65).
           05 action-chan-TXT
               PICTURE IS X(65).
           05 action-orig-chan-TXT
               PICTURE IS X(65).
           05 action-title-TXT
               PICTURE IS X(200).
           05 action-date-TXT
               PICTURE IS X(8).
           05 action-text-TXT
               PICTURE IS X(300).
           05 action-state-CHR
               PICTURE IS X.
               88 action-is-open
                   VALUE IS "O".
           05 action-closed-TXT
               PICTURE IS X(15).
           05 action-closer-TXT
               PICTURE IS X(65).
           05 action-nudged-TXT
               PICTURE IS X(8).

       FD out-FC.
       01 out-REC
           PICTURE IS X(500).
       01 topic-filename-TXT
           PICTURE IS X(255).

       01 action-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

           88 topic-STA-OK
               VALUE IS "00".

       01 action-STA
           PICTURE IS X(2).
           88 action-STA-OK
               VALUE IS "00".

       01 out-STA
           PICTURE IS X(2).
           88 out-STA-OK
       01 wk-karma-score-DISP
           PICTURE IS -ZZZZZZZZ9.

      *    Open action items past the listing limit.
       01 wk-more-CNT
           PICTURE IS 9(5).

       01 wk-age-DISP
           PICTURE IS ZZZZ9.

       01 wk-chan-done-CNT
           PICTURE IS 9(4)
           VALUE IS 0.
               MOVE "stan-links.dat" TO link-filename-TXT
               MOVE "stan-karma.dat" TO karma-filename-TXT
               MOVE "stan-topic.dat" TO topic-filename-TXT
               MOVE "stan-actions.dat" TO action-filename-TXT
           ELSE
               MOVE SPACE TO trends-filename-TXT
               STRING
                   ".dat" DELIMITED BY SIZE
                   INTO topic-filename-TXT
               END-STRING
               MOVE SPACE TO action-filename-TXT
               STRING
                   "stan-actions-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO action-filename-TXT
               END-STRING
           END-IF

      *    The week boundary in UTC - CURRENT-DATE's positions 17-21
           PERFORM 130-links-section
           PERFORM 140-karma-section
           PERFORM 150-topic-section
           PERFORM 160-actions-section

           CLOSE out-FC
           ADD 1 TO wk-chan-done-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       160-actions-section SECTION.

      *    Every action item from the channel's meetings that nobody
      *    has closed yet, oldest first - not just this week's, the
      *    point is what's still hanging.
           MOVE SPACE TO out-REC
           MOVE "--- Open action items ---" TO out-REC
           WRITE out-REC

           MOVE 0 TO wk-sect-CNT
           MOVE 0 TO wk-more-CNT
           OPEN INPUT action-FC
           IF action-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ action-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   IF action-is-open
                           AND TRIM(action-chan-TXT) IS EQUAL TO
                               TRIM(wk-chan-fold-TXT) THEN
                       IF wk-sect-CNT IS NOT LESS THAN 20 THEN
                           ADD 1 TO wk-more-CNT
                           EXIT PERFORM CYCLE
                       END-IF
                       ADD 1 TO wk-sect-CNT
                       MOVE 0 TO wk-age-NUM
                       IF action-date-TXT IS NUMERIC THEN
                           COMPUTE wk-age-NUM = wk-today-DAY-NUM
                               - FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(action-date-TXT))
                       END-IF
                       IF wk-age-NUM IS LESS THAN 0 THEN
                           MOVE 0 TO wk-age-NUM
                       END-IF
                       MOVE wk-age-NUM TO wk-age-DISP
                       MOVE action-ID-NUM TO wk-CNT-DISP
                       MOVE SPACE TO out-REC
                       STRING
                           "  #" DELIMITED BY SIZE
                           TRIM(wk-CNT-DISP) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TRIM(action-orig-owner-TXT)
                               DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(action-text-TXT) DELIMITED BY SIZE
                           " (from '" DELIMITED BY SIZE
                           TRIM(action-title-TXT) DELIMITED BY SIZE
                           "' on " DELIMITED BY SIZE
                           action-date-TXT DELIMITED BY SIZE
                           ", open " DELIMITED BY SIZE
                           TRIM(wk-age-DISP) DELIMITED BY SIZE
                           " days)" DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       WRITE out-REC
                   END-IF
               END-PERFORM
               CLOSE action-FC
           END-IF

           IF wk-sect-CNT IS EQUAL TO 0 THEN
               MOVE "  (none)" TO out-REC
               WRITE out-REC
           END-IF
           IF wk-more-CNT IS GREATER THAN 0 THEN
               MOVE wk-more-CNT TO wk-CNT-DISP
               MOVE SPACE TO out-REC
               STRING
                   "  ... and " DELIMITED BY SIZE
                   TRIM(wk-CNT-DISP) DELIMITED BY SIZE
                   " more" DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.
