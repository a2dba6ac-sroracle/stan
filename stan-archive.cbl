      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-archive.

      *****************************************************************
      *    Browsable transcript archive. Turns the daily transcript
      *    files 231-log-transcript writes (stan-log-<chan>-<day>.log)
      *    into static HTML for people who don't live on IRC:
      *        stan-archive-<chan>-<YYYYMMDD>.html
      *            one page per channel per day - every line anchored
      *            ("...html#L42" points at line 42), the links
      *            stan-links.dat captured that day clickable, and
      *            previous/next-day links top and bottom
      *        stan-archive-<chan>.html
      *            the channel's days as month calendars, newest first
      *        stan-archive.html
      *            every channel archived, with its first and last day
      *    Feed it transcript names, one per line, via SYSIN - the
      *    whole backlog the first time, then the day just ended:
      *        ls stan-log-*.log | stan-archive
      *        ls stan-log-*-20261014.log | stan-archive
      *    What has been rendered is remembered in
      *    stan-archive-done.txt (day, line count, neighboring days),
      *    so a day's page is only written again when its transcript
      *    grew or a day turned up next to it; days whose transcript
      *    has since been pruned keep their page and their place in
      *    the calendar. Lines withheld because the speaker opted out
      *    stay withheld. Channel names are lower-cased in the file
      *    names. Under STAN_NETWORK every file name takes the network
      *    after "stan-archive", as the links file does after
      *    "stan-links". Copy the stan-archive*.html files next to
      *    stan-dash.html on the team web server.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT filelist-FC
               ASSIGN TO KEYBOARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT log-FC
               ASSIGN TO log-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS log-STA.

           SELECT link-FC
               ASSIGN TO link-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS link-ID-NUM
               ALTERNATE RECORD KEY IS link-norm-TXT WITH DUPLICATES
               FILE STATUS IS link-STA.

           SELECT done-FC
               ASSIGN TO done-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS done-STA.

           SELECT html-FC
               ASSIGN TO html-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS html-STA.

           SELECT sort-FC
               ASSIGN TO sort-filename-TXT.

      *****************************************************************
      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD filelist-FC.
       01 filelist-REC
           PICTURE IS X(255).

       FD log-FC.
       01 line-TXT
           PICTURE IS X(600).

      *    Layout as declared in stan.cbl's FILE SECTION.
       FD link-FC.
       01 link-REC.
           05 link-ID-NUM
               PICTURE IS 9(9).
           05 link-chan-TXT
               PICTURE IS X(65).
           05 link-orig-chan-TXT
               PICTURE IS X(65).
           05 link-nick-TXT
               PICTURE IS X(65).
           05 link-time-TXT
               PICTURE IS X(15).
           05 link-url-TXT
               PICTURE IS X(300).
           05 link-norm-TXT
               PICTURE IS X(300).

      *    One rendered channel-day per line: the case-folded channel,
      *    the day, the channel as the transcript spells it, the line
      *    count the page was written from, and the neighboring days
      *    its navigation links point at. Rewritten whole every run.
       FD done-FC.
       01 done-REC.
           05 dn-fold-TXT
               PICTURE IS X(65).
           05 dn-date-TXT
               PICTURE IS X(8).
           05 dn-chan-TXT
               PICTURE IS X(65).
           05 dn-lines-NUM
               PICTURE IS 9(7).
           05 dn-prev-TXT
               PICTURE IS X(8).
           05 dn-next-TXT
               PICTURE IS X(8).

       FD html-FC.
       01 html-REC
           PICTURE IS X(8000).

      *    The ledger and this run's transcripts merged into channel,
      *    then day order; for a day in both, the ledger's entry
      *    (source 1) comes first.
       SD sort-FC.
       01 srt-REC.
           05 srt-fold-TXT
               PICTURE IS X(65).
           05 srt-date-TXT
               PICTURE IS X(8).
           05 srt-src-NUM
               PICTURE IS 9(1).
           05 srt-chan-TXT
               PICTURE IS X(65).
           05 srt-lines-NUM
               PICTURE IS 9(7).
           05 srt-prev-TXT
               PICTURE IS X(8).
           05 srt-next-TXT
               PICTURE IS X(8).

       WORKING-STORAGE SECTION.
       01 log-STA
           PICTURE IS X(2).
           88 log-STA-OK
               VALUE IS "00".

       01 link-STA
           PICTURE IS X(2).
           88 link-STA-OK
               VALUE IS "00".

       01 done-STA
           PICTURE IS X(2).
           88 done-STA-OK
               VALUE IS "00".

       01 html-STA
           PICTURE IS X(2).
           88 html-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
      * * * * * * * * * * * * * * * * * * * *
       01 network-name-TXT
           PICTURE IS X(30).

       01 log-filename-TXT
           PICTURE IS X(255).

       01 link-filename-TXT
           PICTURE IS X(255).

       01 done-filename-TXT
           PICTURE IS X(255).

       01 html-filename-TXT
           PICTURE IS X(255).

       01 sort-filename-TXT
           PICTURE IS X(255)
           VALUE IS "stan-archive.srt".

       01 ar-prefix-TXT
           PICTURE IS X(60).

       01 gen-time-TXT
           PICTURE IS X(21).

      * * * * * * * * * * * * * * * * * * * *
      * Every channel-day known - ledger    *
      * plus this run - channel, then day.  *
      * * * * * * * * * * * * * * * * * * * *
       78 ar-day-max-NUM
           VALUE IS 20000.

       01 ar-day-TBL.
           05 ar-day OCCURS 20000 TIMES.
               10 ar-key.
                   15 ar-fold-TXT
                       PICTURE IS X(65).
                   15 ar-date-TXT
                       PICTURE IS X(8).
               10 ar-chan-TXT
                   PICTURE IS X(65).
               10 ar-lines-NUM
                   PICTURE IS 9(7).
               10 ar-prev-TXT
                   PICTURE IS X(8).
               10 ar-next-TXT
                   PICTURE IS X(8).
      *            Named on SYSIN this run; ar-count-NUM is then the
      *            transcript's line count as of now.
               10 ar-named-CHR
                   PICTURE IS X.
                   88 ar-named
                       VALUE IS "Y".
               10 ar-render-CHR
                   PICTURE IS X.
                   88 ar-to-render
                       VALUE IS "Y".
               10 ar-count-NUM
                   PICTURE IS 9(7).

       01 ar-day-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ar-i-NUM
           PICTURE IS 9(5).

       01 ar-j-NUM
           PICTURE IS 9(5).

       01 ar-full-CHR
           PICTURE IS X
           VALUE IS "N".
           88 ar-full
               VALUE IS "Y".

       01 ar-new-prev-TXT
           PICTURE IS X(8).

       01 ar-new-next-TXT
           PICTURE IS X(8).

       01 ar-want-key.
           05 ar-want-fold-TXT
               PICTURE IS X(65).
           05 ar-want-date-TXT
               PICTURE IS X(8).

       01 ar-found-NUM
           PICTURE IS 9(5).

       01 ar-lo-NUM
           PICTURE IS 9(5).

       01 ar-hi-NUM
           PICTURE IS 9(5).

       01 ar-mid-NUM
           PICTURE IS 9(5).

       01 ar-render-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ar-page-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ar-missing-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ar-bad-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

      * * * * * * * * * * * * * * * * * * * *
      * The links captured on the days      *
      * being rendered.                     *
      * * * * * * * * * * * * * * * * * * * *
       78 ar-link-max-NUM
           VALUE IS 5000.

       01 ar-link-TBL.
           05 ar-link OCCURS 5000 TIMES.
               10 ar-link-day-NUM
                   PICTURE IS 9(5).
               10 ar-link-url-TXT
                   PICTURE IS X(300).

       01 ar-link-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

       01 ar-link-drop-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ar-k-NUM
           PICTURE IS 9(4).

      * * * * * * * * * * * * * * * * * * * *
      * Names and rendering scratch.        *
      * * * * * * * * * * * * * * * * * * * *
       01 ar-name-TXT
           PICTURE IS X(255).

       01 ar-name-LEN
           PICTURE IS 9(4).

      *    Channel as used in file names, and the same escaped for use
      *    inside an href.
       01 ar-lchan-TXT
           PICTURE IS X(65).

       01 ar-hchan-TXT
           PICTURE IS X(200).

       01 ar-h-PTR
           PICTURE IS 9(4).

       01 ar-title-TXT
           PICTURE IS X(120).

       01 ar-fmt-in-TXT
           PICTURE IS X(8).

       01 ar-fmt-out-TXT
           PICTURE IS X(10).

       01 html-PTR
           PICTURE IS 9(5).

       01 ar-line-NUM
           PICTURE IS 9(7).

       01 ar-line-DISP
           PICTURE IS Z(6)9.

       01 ar-body-POS
           PICTURE IS 9(4).

      *    Ten bytes of slack so an "https://" test near the end of a
      *    full-width line stays inside the field.
       01 ar-body-TXT
           PICTURE IS X(610).

       01 ar-body-LEN
           PICTURE IS 9(4).

       01 ar-c-POS
           PICTURE IS 9(4).

       01 ar-word-CHR
           PICTURE IS X.
           88 ar-at-word
               VALUE IS "Y".

       01 ar-tok-TXT
           PICTURE IS X(300).

       01 ar-tok-LEN
           PICTURE IS 9(4).

       01 ar-hit-CHR
           PICTURE IS X.
           88 ar-link-hit
               VALUE IS "Y".

       01 ar-esc-TXT
           PICTURE IS X(600).

       01 ar-esc-LEN
           PICTURE IS 9(4).

       01 ar-e-POS
           PICTURE IS 9(4).

       01 ar-char-TXT
           PICTURE IS X.

       01 cf-src-TXT
           PICTURE IS X(65).

       01 cf-dst-TXT
           PICTURE IS X(65).

      * * * * * * * * * * * * * * * * * * * *
      * Channel index and month calendars.  *
      * * * * * * * * * * * * * * * * * * * *
       01 ar-grp-TBL.
           05 ar-grp OCCURS 1000 TIMES.
               10 ar-grp-first-NUM
                   PICTURE IS 9(5).
               10 ar-grp-last-NUM
                   PICTURE IS 9(5).

       01 ar-chan-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

       01 ar-g-NUM
           PICTURE IS 9(4).

       01 ar-g1-NUM
           PICTURE IS 9(5).

       01 ar-g2-NUM
           PICTURE IS 9(5).

       01 ar-days-DISP
           PICTURE IS Z(4)9.

       01 ar-month-TXT
           PICTURE IS X(6).

       01 ar-flag-GRP.
           05 ar-flag-CHR OCCURS 31 TIMES
               PICTURE IS X.

       01 ar-yyyy-NUM
           PICTURE IS 9(4).

       01 ar-mm-NUM
           PICTURE IS 9(2).

       01 ar-d-NUM
           PICTURE IS 9(2).

       01 ar-d-DISP
           PICTURE IS Z9.

       01 ar-mdays-NUM
           PICTURE IS 9(2).

       01 ar-dow-NUM
           PICTURE IS 9(1).

       01 ar-col-NUM
           PICTURE IS 9(1).

       01 ar-row-CHR
           PICTURE IS X.
           88 ar-row-open
               VALUE IS "Y".

       01 ar-first-date-NUM
           PICTURE IS 9(8).

       01 ar-next-date-NUM
           PICTURE IS 9(8).

       01 ar-first-INT
           PICTURE IS 9(7).

       01 month-name-values.
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "January".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "February".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "March".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "April".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "May".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "June".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "July".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "August".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "September".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "October".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "November".
           05 FILLER
               PICTURE IS X(9)
               VALUE IS "December".

       01 month-name-TBL-GRP REDEFINES month-name-values.
           05 month-name-TBL OCCURS 12 TIMES
               PICTURE IS X(9).

      *****************************************************************
      *****************************************************************

       PROCEDURE DIVISION.

       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-archive" TO ar-prefix-TXT
               MOVE "stan-links.dat" TO link-filename-TXT
               MOVE "stan-archive-done.txt" TO done-filename-TXT
           ELSE
               MOVE SPACE TO ar-prefix-TXT
               STRING
                   "stan-archive-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   INTO ar-prefix-TXT
               END-STRING
               MOVE SPACE TO link-filename-TXT
               STRING
                   "stan-links-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO link-filename-TXT
               END-STRING
               MOVE SPACE TO done-filename-TXT
               STRING
                   "stan-archive-done-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO done-filename-TXT
               END-STRING
           END-IF

           MOVE FUNCTION CURRENT-DATE TO gen-time-TXT

           SORT sort-FC
               ON ASCENDING KEY srt-fold-TXT srt-date-TXT srt-src-NUM
               INPUT PROCEDURE IS 100-gather-days
               OUTPUT PROCEDURE IS 150-merge-days

           IF ar-full THEN
               DISPLAY "*** More than 20000 channel-days on file - "
                   "nothing written" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 200-plan-renders
           PERFORM 300-load-links

           PERFORM VARYING ar-i-NUM FROM 1 BY 1
                   UNTIL ar-i-NUM IS GREATER THAN ar-day-CNT
               IF ar-to-render(ar-i-NUM) THEN
                   PERFORM 400-render-day
               END-IF
           END-PERFORM

      *    The calendars and the channel list are cheap to write, so
      *    they are rewritten every run.
           PERFORM 500-chan-indexes
           PERFORM 600-top-index
           PERFORM 700-save-ledger

           DISPLAY "Wrote " ar-page-CNT " day page(s); "
               ar-day-CNT " day(s) in " ar-chan-CNT
               " channel(s) archived."
           IF ar-missing-CNT IS GREATER THAN 0 THEN
               DISPLAY ar-missing-CNT " page(s) left as they were - "
                   "transcript no longer on disk."
           END-IF
           IF ar-bad-CNT IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

      * * * * * * * * * * * * * * * * * * * *

       100-gather-days SECTION.

      *    What earlier runs rendered ...
           OPEN INPUT done-FC
           IF done-STA-OK THEN
               PERFORM UNTIL EXIT
                   READ done-FC
                       AT END EXIT PERFORM
                   END-READ
                   IF dn-fold-TXT IS NOT EQUAL TO SPACE
                           AND dn-date-TXT IS NUMERIC THEN
                       MOVE SPACE TO srt-REC
                       MOVE dn-fold-TXT TO srt-fold-TXT
                       MOVE dn-date-TXT TO srt-date-TXT
                       MOVE 1 TO srt-src-NUM
                       MOVE dn-chan-TXT TO srt-chan-TXT
                       IF dn-lines-NUM IS NUMERIC THEN
                           MOVE dn-lines-NUM TO srt-lines-NUM
                       ELSE
                           MOVE 0 TO srt-lines-NUM
                       END-IF
                       MOVE dn-prev-TXT TO srt-prev-TXT
                       MOVE dn-next-TXT TO srt-next-TXT
                       RELEASE srt-REC
                   END-IF
               END-PERFORM
               CLOSE done-FC
           END-IF

      *    ... and the transcripts named this run.
           OPEN INPUT filelist-FC
           PERFORM UNTIL EXIT
               READ filelist-FC
                   AT END EXIT PERFORM
               END-READ
               MOVE SPACE TO ar-name-TXT
               MOVE TRIM(filelist-REC) TO ar-name-TXT
               IF ar-name-TXT IS NOT EQUAL TO SPACE THEN
                   PERFORM 110-take-log-name
               END-IF
           END-PERFORM
           CLOSE filelist-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       110-take-log-name SECTION.

      *    stan-log-<chan>-<YYYYMMDD>.log - the name carries both keys.
           MOVE FUNCTION LENGTH(TRIM(ar-name-TXT)) TO ar-name-LEN
           IF ar-name-LEN IS LESS THAN 23 THEN
               DISPLAY "*** Not a transcript name: " TRIM(ar-name-TXT)
                   UPON SYSERR
               ADD 1 TO ar-bad-CNT
               EXIT SECTION
           END-IF
           IF ar-name-TXT(1 : 9) IS NOT EQUAL TO "stan-log-"
                   OR ar-name-TXT(ar-name-LEN - 3 : 4)
                       IS NOT EQUAL TO ".log"
                   OR ar-name-TXT(ar-name-LEN - 12 : 1)
                       IS NOT EQUAL TO "-"
                   OR ar-name-TXT(ar-name-LEN - 11 : 8)
                       IS NOT NUMERIC THEN
               DISPLAY "*** Not a transcript name: " TRIM(ar-name-TXT)
                   UPON SYSERR
               ADD 1 TO ar-bad-CNT
               EXIT SECTION
           END-IF

           MOVE ar-name-TXT TO log-filename-TXT
           OPEN INPUT log-FC
           IF NOT log-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(log-filename-TXT)
                   UPON SYSERR
               ADD 1 TO ar-bad-CNT
               EXIT SECTION
           END-IF

           MOVE SPACE TO srt-REC
           MOVE 0 TO srt-lines-NUM
           PERFORM UNTIL EXIT
               READ log-FC
                   AT END EXIT PERFORM
               END-READ
               ADD 1 TO srt-lines-NUM
           END-PERFORM
           CLOSE log-FC

           MOVE ar-name-TXT(10 : ar-name-LEN - 22) TO srt-chan-TXT
           MOVE srt-chan-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE cf-dst-TXT TO srt-fold-TXT
           MOVE ar-name-TXT(ar-name-LEN - 11 : 8) TO srt-date-TXT
           MOVE 2 TO srt-src-NUM
           RELEASE srt-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       150-merge-days SECTION.

           MOVE 0 TO ar-day-CNT
           PERFORM UNTIL EXIT
               RETURN sort-FC
                   AT END EXIT PERFORM
               END-RETURN
               IF ar-day-CNT IS GREATER THAN 0 THEN
                   IF ar-fold-TXT(ar-day-CNT) IS EQUAL TO srt-fold-TXT
                           AND ar-date-TXT(ar-day-CNT)
                               IS EQUAL TO srt-date-TXT THEN
      *                Already on file and named again: the current
      *                transcript's spelling of the channel wins.
                       IF srt-src-NUM IS EQUAL TO 2 THEN
                           MOVE "Y" TO ar-named-CHR(ar-day-CNT)
                           MOVE srt-chan-TXT TO ar-chan-TXT(ar-day-CNT)
                           MOVE srt-lines-NUM
                               TO ar-count-NUM(ar-day-CNT)
                       END-IF
                       EXIT PERFORM CYCLE
                   END-IF
               END-IF
               IF ar-day-CNT IS NOT LESS THAN ar-day-max-NUM THEN
                   MOVE "Y" TO ar-full-CHR
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO ar-day-CNT
               MOVE srt-fold-TXT TO ar-fold-TXT(ar-day-CNT)
               MOVE srt-date-TXT TO ar-date-TXT(ar-day-CNT)
               MOVE srt-chan-TXT TO ar-chan-TXT(ar-day-CNT)
               MOVE "N" TO ar-render-CHR(ar-day-CNT)
               IF srt-src-NUM IS EQUAL TO 1 THEN
                   MOVE srt-lines-NUM TO ar-lines-NUM(ar-day-CNT)
                   MOVE srt-prev-TXT TO ar-prev-TXT(ar-day-CNT)
                   MOVE srt-next-TXT TO ar-next-TXT(ar-day-CNT)
                   MOVE "N" TO ar-named-CHR(ar-day-CNT)
                   MOVE 0 TO ar-count-NUM(ar-day-CNT)
               ELSE
                   MOVE 0 TO ar-lines-NUM(ar-day-CNT)
                   MOVE SPACE TO ar-prev-TXT(ar-day-CNT)
                   MOVE SPACE TO ar-next-TXT(ar-day-CNT)
                   MOVE "Y" TO ar-named-CHR(ar-day-CNT)
                   MOVE srt-lines-NUM TO ar-count-NUM(ar-day-CNT)
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       200-plan-renders SECTION.

      *    A page is (re)written when its transcript has lines the
      *    page doesn't, or when a neighboring day appeared - the
      *    previous/next links on it would be stale otherwise.
           PERFORM VARYING ar-i-NUM FROM 1 BY 1
                   UNTIL ar-i-NUM IS GREATER THAN ar-day-CNT
               MOVE SPACE TO ar-new-prev-TXT
               MOVE SPACE TO ar-new-next-TXT
               IF ar-i-NUM IS GREATER THAN 1 THEN
                   IF ar-fold-TXT(ar-i-NUM - 1)
                           IS EQUAL TO ar-fold-TXT(ar-i-NUM) THEN
                       MOVE ar-date-TXT(ar-i-NUM - 1) TO ar-new-prev-TXT
                   END-IF
               END-IF
               IF ar-i-NUM IS LESS THAN ar-day-CNT THEN
                   IF ar-fold-TXT(ar-i-NUM + 1)
                           IS EQUAL TO ar-fold-TXT(ar-i-NUM) THEN
                       MOVE ar-date-TXT(ar-i-NUM + 1) TO ar-new-next-TXT
                   END-IF
               END-IF
               IF ar-named(ar-i-NUM) THEN
                   IF ar-count-NUM(ar-i-NUM)
                           IS NOT EQUAL TO ar-lines-NUM(ar-i-NUM) THEN
                       MOVE "Y" TO ar-render-CHR(ar-i-NUM)
                   END-IF
               END-IF
               IF ar-new-prev-TXT IS NOT EQUAL TO ar-prev-TXT(ar-i-NUM)
                       OR ar-new-next-TXT
                           IS NOT EQUAL TO ar-next-TXT(ar-i-NUM) THEN
                   MOVE "Y" TO ar-render-CHR(ar-i-NUM)
               END-IF
               MOVE ar-new-prev-TXT TO ar-prev-TXT(ar-i-NUM)
               MOVE ar-new-next-TXT TO ar-next-TXT(ar-i-NUM)
               IF ar-to-render(ar-i-NUM) THEN
                   ADD 1 TO ar-render-CNT
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       300-load-links SECTION.

      *    Only the days about to be rendered need their links.
           IF ar-render-CNT IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           OPEN INPUT link-FC
           IF NOT link-STA-OK THEN
      *        No links captured yet - the pages just have none.
               EXIT SECTION
           END-IF

           PERFORM UNTIL EXIT
               READ link-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               MOVE link-chan-TXT TO cf-src-TXT
               PERFORM 095-casefold
               MOVE cf-dst-TXT TO ar-want-fold-TXT
               MOVE link-time-TXT(1 : 8) TO ar-want-date-TXT
               PERFORM 310-find-day
               IF ar-found-NUM IS GREATER THAN 0 THEN
                   IF ar-to-render(ar-found-NUM) THEN
                       IF ar-link-CNT IS LESS THAN ar-link-max-NUM THEN
                           ADD 1 TO ar-link-CNT
                           MOVE ar-found-NUM
                               TO ar-link-day-NUM(ar-link-CNT)
                           MOVE link-url-TXT
                               TO ar-link-url-TXT(ar-link-CNT)
                       ELSE
                           ADD 1 TO ar-link-drop-CNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE link-FC

           IF ar-link-drop-CNT IS GREATER THAN 0 THEN
               DISPLAY "*** " ar-link-drop-CNT " link(s) past the "
                   "first 5000 left as plain text" UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       310-find-day SECTION.

      *    Binary search of ar-day-TBL for ar-want-key; 0 if absent.
           MOVE 0 TO ar-found-NUM
           MOVE 1 TO ar-lo-NUM
           MOVE ar-day-CNT TO ar-hi-NUM
           PERFORM UNTIL ar-lo-NUM IS GREATER THAN ar-hi-NUM
               COMPUTE ar-mid-NUM = (ar-lo-NUM + ar-hi-NUM) / 2
               EVALUATE TRUE
                   WHEN ar-key(ar-mid-NUM) IS EQUAL TO ar-want-key
                       MOVE ar-mid-NUM TO ar-found-NUM
                       EXIT PERFORM
                   WHEN ar-key(ar-mid-NUM) IS LESS THAN ar-want-key
                       COMPUTE ar-lo-NUM = ar-mid-NUM + 1
                   WHEN OTHER
                       COMPUTE ar-hi-NUM = ar-mid-NUM - 1
               END-EVALUATE
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       400-render-day SECTION.

           MOVE SPACE TO log-filename-TXT
           STRING
               "stan-log-" DELIMITED BY SIZE
               TRIM(ar-chan-TXT(ar-i-NUM)) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ar-date-TXT(ar-i-NUM) DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO log-filename-TXT
           END-STRING
           OPEN INPUT log-FC
           IF NOT log-STA-OK THEN
      *        Pruned since it was rendered - the old page stands.
               ADD 1 TO ar-missing-CNT
               EXIT SECTION
           END-IF

           PERFORM 450-chan-names
           MOVE SPACE TO html-filename-TXT
           STRING
               TRIM(ar-prefix-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TRIM(ar-lchan-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ar-date-TXT(ar-i-NUM) DELIMITED BY SIZE
               ".html" DELIMITED BY SIZE
               INTO html-filename-TXT
           END-STRING
           OPEN OUTPUT html-FC
           IF NOT html-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(html-filename-TXT)
                   UPON SYSERR
               CLOSE log-FC
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE ar-date-TXT(ar-i-NUM) TO ar-fmt-in-TXT
           PERFORM 455-format-date
           MOVE SPACE TO ar-title-TXT
           STRING
               TRIM(ar-chan-TXT(ar-i-NUM)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ar-fmt-out-TXT DELIMITED BY SIZE
               " (UTC)" DELIMITED BY SIZE
               INTO ar-title-TXT
           END-STRING
           PERFORM 460-write-html-head
           PERFORM 410-day-nav

           MOVE 0 TO ar-line-NUM
           PERFORM UNTIL EXIT
               READ log-FC
                   AT END EXIT PERFORM
               END-READ
               ADD 1 TO ar-line-NUM
               PERFORM 420-render-line
           END-PERFORM
           CLOSE log-FC

           PERFORM 410-day-nav
           PERFORM 465-write-html-tail
           CLOSE html-FC

           MOVE ar-line-NUM TO ar-lines-NUM(ar-i-NUM)
           ADD 1 TO ar-page-CNT
           MOVE ar-line-NUM TO ar-line-DISP
           DISPLAY "  " TRIM(html-filename-TXT) ": "
               TRIM(ar-line-DISP) " line(s)"

           .

      * * * * * * * * * * * * * * * * * * * *

       410-day-nav SECTION.

      *    All channels | #chan | << previous day | next day >>
           MOVE SPACE TO html-REC
           MOVE 1 TO html-PTR
           STRING
               "<p><a href=" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               TRIM(ar-prefix-TXT) DELIMITED BY SIZE
               ".html" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               ">All channels</a> | <a href=" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               TRIM(ar-prefix-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TRIM(ar-hchan-TXT) DELIMITED BY SIZE
               ".html" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           MOVE ar-chan-TXT(ar-i-NUM) TO ar-esc-TXT
           PERFORM 440-put-escaped
           STRING
               "</a> | " DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING

           IF ar-prev-TXT(ar-i-NUM) IS EQUAL TO SPACE THEN
               STRING
                   "&laquo; (first day)" DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
           ELSE
               MOVE ar-prev-TXT(ar-i-NUM) TO ar-fmt-in-TXT
               PERFORM 455-format-date
               STRING
                   "<a href=" DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   TRIM(ar-prefix-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TRIM(ar-hchan-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ar-prev-TXT(ar-i-NUM) DELIMITED BY SIZE
                   ".html" DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   ">&laquo; " DELIMITED BY SIZE
                   ar-fmt-out-TXT DELIMITED BY SIZE
                   "</a>" DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
           END-IF
           STRING
               " | " DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           IF ar-next-TXT(ar-i-NUM) IS EQUAL TO SPACE THEN
               STRING
                   "(latest day) &raquo;</p>" DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
           ELSE
               MOVE ar-next-TXT(ar-i-NUM) TO ar-fmt-in-TXT
               PERFORM 455-format-date
               STRING
                   "<a href=" DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   TRIM(ar-prefix-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TRIM(ar-hchan-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ar-next-TXT(ar-i-NUM) DELIMITED BY SIZE
                   ".html" DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   ar-fmt-out-TXT DELIMITED BY SIZE
                   " &raquo;</a></p>" DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
           END-IF
           WRITE html-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       420-render-line SECTION.

      *    YYYYMMDD-HHMMSS <<< [chan] <nick> text, as 231-log-transcript
      *    writes it: the time becomes the line's anchor link, the rest
      *    after "] " is the body.
           MOVE ar-line-NUM TO ar-line-DISP
           MOVE SPACE TO html-REC
           MOVE 1 TO html-PTR
           STRING
               "<div id=" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "L" DELIMITED BY SIZE
               TRIM(ar-line-DISP) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "><a href=" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "#L" DELIMITED BY SIZE
               TRIM(ar-line-DISP) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING

           IF line-TXT(1 : 8) IS NUMERIC
                   AND line-TXT(9 : 1) IS EQUAL TO "-" THEN
               STRING
                   line-TXT(10 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   line-TXT(12 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   line-TXT(14 : 2) DELIMITED BY SIZE
                   "</a> " DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
               MOVE 0 TO ar-body-POS
               INSPECT line-TXT(21 : ) TALLYING ar-body-POS
                   FOR CHARACTERS BEFORE INITIAL "] "
               IF ar-body-POS IS LESS THAN 578 THEN
                   ADD 23 TO ar-body-POS
               ELSE
                   MOVE 17 TO ar-body-POS
               END-IF
           ELSE
               STRING
                   "--:--:--</a> " DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
               MOVE 1 TO ar-body-POS
           END-IF

           MOVE SPACE TO ar-body-TXT
           MOVE line-TXT(ar-body-POS : ) TO ar-body-TXT
           IF TRIM(ar-body-TXT) IS EQUAL TO
                   "(line withheld - speaker opted out)" THEN
               STRING
                   "<i>(line withheld - speaker opted out)</i>"
                       DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
           ELSE
               PERFORM 430-put-body
           END-IF

           STRING
               "</div>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           WRITE html-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       430-put-body SECTION.

      *    The body, escaped; a word that is one of the day's captured
      *    links becomes a link to it.
           IF ar-body-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE FUNCTION LENGTH(TRIM(ar-body-TXT TRAILING))
               TO ar-body-LEN
           MOVE "Y" TO ar-word-CHR
           MOVE 1 TO ar-c-POS
           PERFORM UNTIL ar-c-POS IS GREATER THAN ar-body-LEN
               MOVE "N" TO ar-hit-CHR
               IF ar-at-word AND ar-link-CNT IS GREATER THAN 0 THEN
                   IF ar-body-TXT(ar-c-POS : 7) IS EQUAL TO "http://"
                           OR ar-body-TXT(ar-c-POS : 8)
                               IS EQUAL TO "https://" THEN
                       PERFORM 435-match-link
                   END-IF
               END-IF
               IF ar-link-hit THEN
                   ADD ar-tok-LEN TO ar-c-POS
                   MOVE "N" TO ar-word-CHR
               ELSE
                   MOVE ar-body-TXT(ar-c-POS : 1) TO ar-esc-TXT
                   IF ar-body-TXT(ar-c-POS : 1) IS EQUAL TO SPACE THEN
                       MOVE "Y" TO ar-word-CHR
                       STRING
                           " " DELIMITED BY SIZE
                           INTO html-REC
                           WITH POINTER html-PTR
                       END-STRING
                   ELSE
                       MOVE "N" TO ar-word-CHR
                       PERFORM 440-put-escaped
                   END-IF
                   ADD 1 TO ar-c-POS
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       435-match-link SECTION.

           MOVE 0 TO ar-tok-LEN
           INSPECT ar-body-TXT(ar-c-POS : ) TALLYING ar-tok-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF ar-tok-LEN IS GREATER THAN 300 THEN
               EXIT SECTION
           END-IF
           MOVE SPACE TO ar-tok-TXT
           MOVE ar-body-TXT(ar-c-POS : ar-tok-LEN) TO ar-tok-TXT

           PERFORM VARYING ar-k-NUM FROM 1 BY 1
                   UNTIL ar-k-NUM IS GREATER THAN ar-link-CNT
               IF ar-link-day-NUM(ar-k-NUM) IS EQUAL TO ar-i-NUM
                       AND ar-link-url-TXT(ar-k-NUM)
                           IS EQUAL TO ar-tok-TXT THEN
                   MOVE "Y" TO ar-hit-CHR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ar-link-hit THEN
               EXIT SECTION
           END-IF

           STRING
               "<a href=" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           MOVE ar-tok-TXT TO ar-esc-TXT
           PERFORM 440-put-escaped
           STRING
               QUOTE DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           PERFORM 440-put-escaped
           STRING
               "</a>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       440-put-escaped SECTION.

      *    Append ar-esc-TXT, trailing spaces dropped, to html-REC at
      *    html-PTR with the HTML metacharacters escaped.
           IF ar-esc-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE FUNCTION LENGTH(TRIM(ar-esc-TXT TRAILING))
               TO ar-esc-LEN
           PERFORM VARYING ar-e-POS FROM 1 BY 1
                   UNTIL ar-e-POS IS GREATER THAN ar-esc-LEN
               MOVE ar-esc-TXT(ar-e-POS : 1) TO ar-char-TXT
               EVALUATE ar-char-TXT
                   WHEN "<"
                       STRING
                           "&lt;" DELIMITED BY SIZE
                           INTO html-REC
                           WITH POINTER html-PTR
                       END-STRING
                   WHEN ">"
                       STRING
                           "&gt;" DELIMITED BY SIZE
                           INTO html-REC
                           WITH POINTER html-PTR
                       END-STRING
                   WHEN "&"
                       STRING
                           "&amp;" DELIMITED BY SIZE
                           INTO html-REC
                           WITH POINTER html-PTR
                       END-STRING
                   WHEN QUOTE
                       STRING
                           "&quot;" DELIMITED BY SIZE
                           INTO html-REC
                           WITH POINTER html-PTR
                       END-STRING
                   WHEN OTHER
                       STRING
                           ar-char-TXT DELIMITED BY SIZE
                           INTO html-REC
                           WITH POINTER html-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       450-chan-names SECTION.

      *    File names use the lower-case form of ar-fold-TXT(ar-i-NUM),
      *    so every day of a channel lands under one name however the
      *    transcript spelled it; ar-hchan-TXT is that name with the
      *    characters an href can't carry as-is percent-encoded.
           MOVE FUNCTION LOWER-CASE(ar-fold-TXT(ar-i-NUM))
               TO ar-lchan-TXT
           INSPECT ar-lchan-TXT CONVERTING "[]\~" TO "{}|^"
           MOVE SPACE TO ar-hchan-TXT
           MOVE 1 TO ar-h-PTR
           PERFORM VARYING ar-e-POS FROM 1 BY 1
                   UNTIL ar-e-POS IS GREATER THAN
                       FUNCTION LENGTH(TRIM(ar-lchan-TXT))
               EVALUATE ar-lchan-TXT(ar-e-POS : 1)
                   WHEN "#"
                       STRING
                           "%23" DELIMITED BY SIZE
                           INTO ar-hchan-TXT
                           WITH POINTER ar-h-PTR
                       END-STRING
                   WHEN "%"
                       STRING
                           "%25" DELIMITED BY SIZE
                           INTO ar-hchan-TXT
                           WITH POINTER ar-h-PTR
                       END-STRING
                   WHEN "&"
                       STRING
                           "%26" DELIMITED BY SIZE
                           INTO ar-hchan-TXT
                           WITH POINTER ar-h-PTR
                       END-STRING
                   WHEN "+"
                       STRING
                           "%2B" DELIMITED BY SIZE
                           INTO ar-hchan-TXT
                           WITH POINTER ar-h-PTR
                       END-STRING
                   WHEN "?"
                       STRING
                           "%3F" DELIMITED BY SIZE
                           INTO ar-hchan-TXT
                           WITH POINTER ar-h-PTR
                       END-STRING
                   WHEN QUOTE
                       STRING
                           "%22" DELIMITED BY SIZE
                           INTO ar-hchan-TXT
                           WITH POINTER ar-h-PTR
                       END-STRING
                   WHEN "<"
                       STRING
                           "%3C" DELIMITED BY SIZE
                           INTO ar-hchan-TXT
                           WITH POINTER ar-h-PTR
                       END-STRING
                   WHEN ">"
                       STRING
                           "%3E" DELIMITED BY SIZE
                           INTO ar-hchan-TXT
                           WITH POINTER ar-h-PTR
                       END-STRING
                   WHEN OTHER
                       STRING
                           ar-lchan-TXT(ar-e-POS : 1) DELIMITED BY SIZE
                           INTO ar-hchan-TXT
                           WITH POINTER ar-h-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       455-format-date SECTION.

      *    YYYYMMDD -> YYYY-MM-DD
           MOVE SPACE TO ar-fmt-out-TXT
           STRING
               ar-fmt-in-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ar-fmt-in-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ar-fmt-in-TXT(7 : 2) DELIMITED BY SIZE
               INTO ar-fmt-out-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       460-write-html-head SECTION.

      *    Page head plus an <h1>, both from ar-title-TXT.
           MOVE "<!DOCTYPE html>" TO html-REC
           WRITE html-REC
           MOVE SPACE TO html-REC
           MOVE 1 TO html-PTR
           STRING
               "<html><head><meta charset=" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "utf-8" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "><title>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           MOVE ar-title-TXT TO ar-esc-TXT
           PERFORM 440-put-escaped
           STRING
               "</title></head>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           WRITE html-REC
           MOVE "<body>" TO html-REC
           WRITE html-REC
           MOVE SPACE TO html-REC
           MOVE 1 TO html-PTR
           STRING
               "<h1>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           PERFORM 440-put-escaped
           STRING
               "</h1>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           WRITE html-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       465-write-html-tail SECTION.

           MOVE SPACE TO html-REC
           STRING
               "<p><small>Generated " DELIMITED BY SIZE
               gen-time-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               gen-time-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               gen-time-TXT(7 : 2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               gen-time-TXT(9 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               gen-time-TXT(11 : 2) DELIMITED BY SIZE
               " by stan-archive</small></p>" DELIMITED BY SIZE
               INTO html-REC
           END-STRING
           WRITE html-REC
           MOVE "</body></html>" TO html-REC
           WRITE html-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       500-chan-indexes SECTION.

      *    One index page per channel - each run of equal ar-fold-TXT
      *    in the table is one channel.
           MOVE 0 TO ar-chan-CNT
           MOVE 1 TO ar-g1-NUM
           PERFORM UNTIL ar-g1-NUM IS GREATER THAN ar-day-CNT
               MOVE ar-g1-NUM TO ar-g2-NUM
               PERFORM UNTIL EXIT
                   IF ar-g2-NUM IS NOT LESS THAN ar-day-CNT THEN
                       EXIT PERFORM
                   END-IF
                   IF ar-fold-TXT(ar-g2-NUM + 1)
                           IS NOT EQUAL TO ar-fold-TXT(ar-g1-NUM) THEN
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO ar-g2-NUM
               END-PERFORM
               IF ar-chan-CNT IS LESS THAN 1000 THEN
                   ADD 1 TO ar-chan-CNT
                   MOVE ar-g1-NUM TO ar-grp-first-NUM(ar-chan-CNT)
                   MOVE ar-g2-NUM TO ar-grp-last-NUM(ar-chan-CNT)
               END-IF
               PERFORM 510-write-chan-index
               COMPUTE ar-g1-NUM = ar-g2-NUM + 1
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       510-write-chan-index SECTION.

           MOVE ar-g1-NUM TO ar-i-NUM
           PERFORM 450-chan-names
           MOVE SPACE TO html-filename-TXT
           STRING
               TRIM(ar-prefix-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TRIM(ar-lchan-TXT) DELIMITED BY SIZE
               ".html" DELIMITED BY SIZE
               INTO html-filename-TXT
           END-STRING
           OPEN OUTPUT html-FC
           IF NOT html-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(html-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

      *    Titled with the channel as its latest transcript spells it.
           MOVE SPACE TO ar-title-TXT
           STRING
               TRIM(ar-chan-TXT(ar-g2-NUM)) DELIMITED BY SIZE
               " - transcript archive" DELIMITED BY SIZE
               INTO ar-title-TXT
           END-STRING
           PERFORM 460-write-html-head

           MOVE SPACE TO html-REC
           MOVE 1 TO html-PTR
           STRING
               "<p><a href=" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               TRIM(ar-prefix-TXT) DELIMITED BY SIZE
               ".html" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               ">All channels</a></p>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           WRITE html-REC
           MOVE SPACE TO html-REC
           MOVE 1 TO html-PTR
           STRING
               "<p>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           PERFORM 515-day-span
           STRING
               "</p>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           WRITE html-REC

      *    Newest month first; each month's days are collected into
      *    ar-flag-CHR and drawn as one calendar.
           MOVE ar-g2-NUM TO ar-j-NUM
           PERFORM UNTIL ar-j-NUM IS LESS THAN ar-g1-NUM
               MOVE ar-date-TXT(ar-j-NUM)(1 : 6) TO ar-month-TXT
               MOVE SPACE TO ar-flag-GRP
               PERFORM UNTIL EXIT
                   IF ar-j-NUM IS LESS THAN ar-g1-NUM THEN
                       EXIT PERFORM
                   END-IF
                   IF ar-date-TXT(ar-j-NUM)(1 : 6)
                           IS NOT EQUAL TO ar-month-TXT THEN
                       EXIT PERFORM
                   END-IF
                   MOVE ar-date-TXT(ar-j-NUM)(7 : 2) TO ar-d-NUM
                   IF ar-d-NUM IS GREATER THAN 0
                           AND ar-d-NUM IS LESS THAN 32 THEN
                       MOVE "Y" TO ar-flag-CHR(ar-d-NUM)
                   END-IF
                   SUBTRACT 1 FROM ar-j-NUM
               END-PERFORM
               PERFORM 520-month-calendar
           END-PERFORM

           PERFORM 465-write-html-tail
           CLOSE html-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       515-day-span SECTION.

      *    "<n> day(s), <first> to <last> (UTC)" for the channel in
      *    ar-g1-NUM .. ar-g2-NUM, appended to html-REC at html-PTR.
           COMPUTE ar-days-DISP = ar-g2-NUM - ar-g1-NUM + 1
           STRING
               TRIM(ar-days-DISP) DELIMITED BY SIZE
               " day(s), " DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           MOVE ar-date-TXT(ar-g1-NUM) TO ar-fmt-in-TXT
           PERFORM 455-format-date
           STRING
               ar-fmt-out-TXT DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           MOVE ar-date-TXT(ar-g2-NUM) TO ar-fmt-in-TXT
           PERFORM 455-format-date
           STRING
               ar-fmt-out-TXT DELIMITED BY SIZE
               " (UTC)" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       520-month-calendar SECTION.

      *    A Monday-first month table for ar-month-TXT (YYYYMM); the
      *    days flagged in ar-flag-CHR link to their pages.
           IF ar-month-TXT IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           MOVE ar-month-TXT(1 : 4) TO ar-yyyy-NUM
           MOVE ar-month-TXT(5 : 2) TO ar-mm-NUM
           IF ar-mm-NUM IS LESS THAN 1
                   OR ar-mm-NUM IS GREATER THAN 12
                   OR ar-yyyy-NUM IS LESS THAN 1601 THEN
               EXIT SECTION
           END-IF
           COMPUTE ar-first-date-NUM =
               ar-yyyy-NUM * 10000 + ar-mm-NUM * 100 + 1
           IF ar-mm-NUM IS EQUAL TO 12 THEN
               COMPUTE ar-next-date-NUM =
                   (ar-yyyy-NUM + 1) * 10000 + 101
           ELSE
               COMPUTE ar-next-date-NUM = ar-first-date-NUM + 100
           END-IF
           COMPUTE ar-first-INT =
               FUNCTION INTEGER-OF-DATE(ar-first-date-NUM)
           COMPUTE ar-mdays-NUM =
               FUNCTION INTEGER-OF-DATE(ar-next-date-NUM) - ar-first-INT
      *    Day 1 of the integer calendar (1601-01-01) was a Monday.
           COMPUTE ar-dow-NUM = FUNCTION MOD(ar-first-INT - 1, 7)

           MOVE SPACE TO html-REC
           STRING
               "<h2>" DELIMITED BY SIZE
               TRIM(month-name-TBL(ar-mm-NUM)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ar-month-TXT(1 : 4) DELIMITED BY SIZE
               "</h2>" DELIMITED BY SIZE
               INTO html-REC
           END-STRING
           WRITE html-REC
           MOVE SPACE TO html-REC
           STRING
               "<table border=" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "1" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "><tr><th>Mon</th><th>Tue</th><th>Wed</th>"
                   DELIMITED BY SIZE
               "<th>Thu</th><th>Fri</th><th>Sat</th><th>Sun</th></tr>"
                   DELIMITED BY SIZE
               INTO html-REC
           END-STRING
           WRITE html-REC

           MOVE SPACE TO html-REC
           MOVE 1 TO html-PTR
           STRING
               "<tr>" DELIMITED BY SIZE
               INTO html-REC
               WITH POINTER html-PTR
           END-STRING
           MOVE "Y" TO ar-row-CHR
           MOVE 0 TO ar-col-NUM
           PERFORM ar-dow-NUM TIMES
               STRING
                   "<td></td>" DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
               ADD 1 TO ar-col-NUM
           END-PERFORM

           PERFORM VARYING ar-d-NUM FROM 1 BY 1
                   UNTIL ar-d-NUM IS GREATER THAN ar-mdays-NUM
               IF NOT ar-row-open THEN
                   MOVE SPACE TO html-REC
                   MOVE 1 TO html-PTR
                   STRING
                       "<tr>" DELIMITED BY SIZE
                       INTO html-REC
                       WITH POINTER html-PTR
                   END-STRING
                   MOVE "Y" TO ar-row-CHR
               END-IF
               MOVE ar-d-NUM TO ar-d-DISP
               IF ar-flag-CHR(ar-d-NUM) IS EQUAL TO "Y" THEN
                   STRING
                       "<td><a href=" DELIMITED BY SIZE
                       QUOTE DELIMITED BY SIZE
                       TRIM(ar-prefix-TXT) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       TRIM(ar-hchan-TXT) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       ar-month-TXT DELIMITED BY SIZE
                       ar-d-NUM DELIMITED BY SIZE
                       ".html" DELIMITED BY SIZE
                       QUOTE DELIMITED BY SIZE
                       "><b>" DELIMITED BY SIZE
                       TRIM(ar-d-DISP) DELIMITED BY SIZE
                       "</b></a></td>" DELIMITED BY SIZE
                       INTO html-REC
                       WITH POINTER html-PTR
                   END-STRING
               ELSE
                   STRING
                       "<td>" DELIMITED BY SIZE
                       TRIM(ar-d-DISP) DELIMITED BY SIZE
                       "</td>" DELIMITED BY SIZE
                       INTO html-REC
                       WITH POINTER html-PTR
                   END-STRING
               END-IF
               ADD 1 TO ar-col-NUM
               IF ar-col-NUM IS EQUAL TO 7 THEN
                   STRING
                       "</tr>" DELIMITED BY SIZE
                       INTO html-REC
                       WITH POINTER html-PTR
                   END-STRING
                   WRITE html-REC
                   MOVE 0 TO ar-col-NUM
                   MOVE "N" TO ar-row-CHR
               END-IF
           END-PERFORM

           IF ar-row-open THEN
               PERFORM UNTIL ar-col-NUM IS EQUAL TO 7
                   STRING
                       "<td></td>" DELIMITED BY SIZE
                       INTO html-REC
                       WITH POINTER html-PTR
                   END-STRING
                   ADD 1 TO ar-col-NUM
               END-PERFORM
               STRING
                   "</tr>" DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
               WRITE html-REC
           END-IF
           MOVE "</table>" TO html-REC
           WRITE html-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       600-top-index SECTION.

           MOVE SPACE TO html-filename-TXT
           STRING
               TRIM(ar-prefix-TXT) DELIMITED BY SIZE
               ".html" DELIMITED BY SIZE
               INTO html-filename-TXT
           END-STRING
           OPEN OUTPUT html-FC
           IF NOT html-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(html-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE "stan transcript archive" TO ar-title-TXT
           PERFORM 460-write-html-head
           MOVE "<ul>" TO html-REC
           WRITE html-REC

           PERFORM VARYING ar-g-NUM FROM 1 BY 1
                   UNTIL ar-g-NUM IS GREATER THAN ar-chan-CNT
               MOVE ar-grp-first-NUM(ar-g-NUM) TO ar-g1-NUM
               MOVE ar-grp-last-NUM(ar-g-NUM) TO ar-g2-NUM
               MOVE ar-g1-NUM TO ar-i-NUM
               PERFORM 450-chan-names
               MOVE SPACE TO html-REC
               MOVE 1 TO html-PTR
               STRING
                   "<li><a href=" DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   TRIM(ar-prefix-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TRIM(ar-hchan-TXT) DELIMITED BY SIZE
                   ".html" DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
               MOVE ar-chan-TXT(ar-g2-NUM) TO ar-esc-TXT
               PERFORM 440-put-escaped
               STRING
                   "</a> - " DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
               PERFORM 515-day-span
               STRING
                   "</li>" DELIMITED BY SIZE
                   INTO html-REC
                   WITH POINTER html-PTR
               END-STRING
               WRITE html-REC
           END-PERFORM

           MOVE "</ul>" TO html-REC
           WRITE html-REC
           PERFORM 465-write-html-tail
           CLOSE html-FC

           IF ar-chan-CNT IS EQUAL TO 1000 THEN
               DISPLAY "*** Channel list stops at 1000 channels"
                   UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       700-save-ledger SECTION.

           OPEN OUTPUT done-FC
           IF NOT done-STA-OK THEN
               DISPLAY "*** Couldn't write " TRIM(done-filename-TXT)
                   " - every page will be rewritten next run"
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM VARYING ar-i-NUM FROM 1 BY 1
                   UNTIL ar-i-NUM IS GREATER THAN ar-day-CNT
               MOVE SPACE TO done-REC
               MOVE ar-fold-TXT(ar-i-NUM) TO dn-fold-TXT
               MOVE ar-date-TXT(ar-i-NUM) TO dn-date-TXT
               MOVE ar-chan-TXT(ar-i-NUM) TO dn-chan-TXT
               MOVE ar-lines-NUM(ar-i-NUM) TO dn-lines-NUM
               MOVE ar-prev-TXT(ar-i-NUM) TO dn-prev-TXT
               MOVE ar-next-TXT(ar-i-NUM) TO dn-next-TXT
               WRITE done-REC
           END-PERFORM
           CLOSE done-FC

           .

       END PROGRAM stan-archive.
