      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-load.

      *****************************************************************
      *    Bulk loader for factoids and quotes - for moving a whole FAQ
      *    page or an old quotes file in without typing it through
      *    "%learn" and "%quote add". Reads a "|"-separated text file,
      *    one entry per line:
      *        fact|<term>|<text>[|<setter>[|<time>]]
      *        quote|<text>[|<setter>[|<time>[|<channel>]]]
      *    <time> is "YYYYMMDD-HHMMSS" (UTC, as the data files keep
      *    it), "YYYYMMDD" or "YYYY-MM-DD"; left off, it's the time of
      *    the run. Blank lines and lines starting "#" are skipped.
      *    SYSIN's first line says what to do with the file:
      *        check <file>    dry run - report what would load, and
      *                        every duplicate term (already known, or
      *                        repeated in the file), over-length
      *                        value and rejected line; nothing is
      *                        written
      *        load <file>     the same report, and everything that
      *                        passed goes in
      *    and optional further lines set the defaults for entries
      *    that don't carry their own:
      *        setter <nick>   (otherwise "stan-load")
      *        channel <chan>  (quotes; otherwise none)
      *    e.g.
      *        printf 'check faq.txt\nsetter wiki\n' | stan-load
      *    A term that's already known keeps its existing text - use
      *    "%learn" to replace one. Quotes number on from the highest
      *    already on disk, as the bot's own "%quote add" does. A load
      *    leaves a one-line summary in the audit ledger. The running
      *    bot holds the files open, so a load first asks it to let go
      *    of them (maint-lock.cpy); if it doesn't within
      *    STAN_MAINT_WAIT seconds (default 300) the job ends with
      *    return code 12 and nothing loaded. A dry run needs no lock.
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

           SELECT in-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS in-STA.

           SELECT fact-FC
               ASSIGN TO fact-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fact-term-TXT
               FILE STATUS IS fact-STA.

           SELECT quote-FC
               ASSIGN TO quote-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS quote-ID-NUM
               FILE STATUS IS quote-STA.

           SELECT rtaudit-FC
               ASSIGN TO rtaudit-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rtaudit-STA.

           COPY "maint-lock-sel.cpy".

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD parm-FC.
       01 parm-REC
           PICTURE IS X(300).

       FD in-FC.
       01 in-REC
           PICTURE IS X(1024).

      *    Record layouts as declared in stan.cbl's FILE SECTION.
       FD fact-FC.
       01 fact-REC.
           05 fact-term-TXT
               PICTURE IS X(65).
           05 fact-orig-term-TXT
               PICTURE IS X(65).
           05 fact-val-TXT
               PICTURE IS X(300).
           05 fact-setter-TXT
               PICTURE IS X(65).
           05 fact-time-TXT
               PICTURE IS X(15).

       FD quote-FC.
       01 quote-REC.
           05 quote-ID-NUM
               PICTURE IS 9(9).
           05 quote-TXT
               PICTURE IS X(400).
           05 quote-setter-TXT
               PICTURE IS X(65).
           05 quote-time-TXT
               PICTURE IS X(15).
           05 quote-chan-TXT
               PICTURE IS X(65).

       FD rtaudit-FC.
       01 rtaudit-REC
           PICTURE IS X(500).

           COPY "maint-lock-fd.cpy".

       WORKING-STORAGE SECTION.

       01 in-STA
           PICTURE IS X(2).
           88 in-STA-OK
               VALUE IS "00".

       01 fact-STA
           PICTURE IS X(2).
           88 fact-STA-OK
               VALUE IS "00".
           88 fact-STA-NOT-FOUND
               VALUE IS "35".

       01 quote-STA
           PICTURE IS X(2).
           88 quote-STA-OK
               VALUE IS "00".
           88 quote-STA-NOT-FOUND
               VALUE IS "35".

       01 rtaudit-STA
           PICTURE IS X(2).
           88 rtaudit-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
      * * * * * * * * * * * * * * * * * * * *
       01 network-name-TXT
           PICTURE IS X(30).

       01 in-filename-TXT
           PICTURE IS X(255).

       01 fact-filename-TXT
           PICTURE IS X(255).

       01 quote-filename-TXT
           PICTURE IS X(255).

       01 rtaudit-filename-TXT
           PICTURE IS X(255).

      *    Network-suffixed names are built from this stem list.
       01 ld-stem-TXT
           PICTURE IS X(20).

       01 ld-ext-TXT
           PICTURE IS X(5).

       01 ld-name-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * The run.                            *
      * * * * * * * * * * * * * * * * * * * *
       01 ld-mode-TXT
           PICTURE IS X(10).
           88 ld-mode-check
               VALUE IS "check".
           88 ld-mode-load
               VALUE IS "load".

       01 ld-parm-key-TXT
           PICTURE IS X(10).

       01 ld-parm-val-TXT
           PICTURE IS X(255).

       01 ld-def-setter-TXT
           PICTURE IS X(65)
           VALUE IS "stan-load".

       01 ld-def-chan-TXT
           PICTURE IS X(65)
           VALUE IS SPACE.

      *    Whether the data files were there to check against - a
      *    dry run against a fresh install has nothing to collide with.
       01 ld-fact-open-CHR
           PICTURE IS X
           VALUE IS "N".
           88 ld-fact-open
               VALUE IS "Y".

       01 ld-quote-open-CHR
           PICTURE IS X
           VALUE IS "N".
           88 ld-quote-open
               VALUE IS "Y".

      * * * * * * * * * * * * * * * * * * * *
      * One input line.                     *
      * * * * * * * * * * * * * * * * * * * *
       01 ld-f1-TXT
           PICTURE IS X(1024).

       01 ld-f2-TXT
           PICTURE IS X(1024).

       01 ld-f3-TXT
           PICTURE IS X(1024).

       01 ld-f4-TXT
           PICTURE IS X(1024).

       01 ld-f5-TXT
           PICTURE IS X(1024).

       01 ld-f6-TXT
           PICTURE IS X(1024).

       01 ld-field-CNT
           PICTURE IS 9(2).

       01 ld-overflow-CHR
           PICTURE IS X.
           88 ld-too-many-fields
               VALUE IS "Y".

      *    "R" for a line that can't be loaded at all, "L" for one
      *    with a value too long for its field.
       01 ld-bad-CHR
           PICTURE IS X.
           88 ld-line-ok
               VALUE IS SPACE.
           88 ld-line-rejected
               VALUE IS "R".
           88 ld-line-too-long
               VALUE IS "L".

       01 ld-term-TXT
           PICTURE IS X(1024).

       01 ld-text-TXT
           PICTURE IS X(1024).

       01 ld-setter-TXT
           PICTURE IS X(1024).

       01 ld-time-TXT
           PICTURE IS X(1024).

       01 ld-chan-TXT
           PICTURE IS X(1024).

       01 ld-stamp-TXT
           PICTURE IS X(15).

       01 ld-len-NUM
           PICTURE IS 9(4).

       01 ld-len-DISP
           PICTURE IS ZZZ9.

       01 ld-max-NUM
           PICTURE IS 9(4).

       01 ld-max-DISP
           PICTURE IS ZZZ9.

       01 ld-what-TXT
           PICTURE IS X(20).

       01 ld-problem-TXT
           PICTURE IS X(200).

       01 ld-space-CNT
           PICTURE IS 9(4).

      *    Terms taken from the file so far (folded) - a term given
      *    twice is a duplicate even before anything is written.
       78 ld-term-max-NUM
           VALUE IS 5000.

       01 ld-term-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ld-term-IDX
           PICTURE IS 9(5).

       01 ld-term-TBL-GRP.
           05 ld-term-TBL OCCURS 5000 TIMES
               PICTURE IS X(65).

       01 ld-term-full-CHR
           PICTURE IS X
           VALUE IS "N".

       01 ld-dup-CHR
           PICTURE IS X.
           88 ld-is-dup
               VALUE IS "Y".

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * Tallies.                            *
      * * * * * * * * * * * * * * * * * * * *
       01 ld-line-NUM
           PICTURE IS 9(7)
           VALUE IS 0.

       01 ld-fact-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 ld-quote-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 ld-dup-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 ld-long-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 ld-reject-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

       01 ld-CNT-DISP
           PICTURE IS ZZZZZZ9.

       01 ld-CNT2-DISP
           PICTURE IS ZZZZZZ9.

       01 ld-quote-max-ID-NUM
           PICTURE IS 9(9)
           VALUE IS 0.

       01 ld-quote-first-ID-NUM
           PICTURE IS 9(9)
           VALUE IS 0.

       01 ld-ID-DISP
           PICTURE IS Z(8)9.

       01 ld-ID2-DISP
           PICTURE IS Z(8)9.

      *    UTC clock, as stan-weekly works it out.
       01 ld-now-TXT
           PICTURE IS X(21).

       01 ld-now-SEC
           PICTURE IS 9(11).

       01 ld-day-NUM
           PICTURE IS 9(7).

       01 ld-rem-NUM
           PICTURE IS 9(5).

       01 ld-today-DISP
           PICTURE IS 9(8).

       01 ld-hh-NUM
           PICTURE IS 9(2).

       01 ld-mm-NUM
           PICTURE IS 9(2).

       01 ld-ss-NUM
           PICTURE IS 9(2).

       01 ld-run-stamp-TXT
           PICTURE IS X(15).

      * * * * * * * * * * * * * * * * * * * *
      * Maintenance lock with the bot.      *
      * * * * * * * * * * * * * * * * * * * *
           COPY "maint-lock-ws.cpy".

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"

           MOVE "stan-fact" TO ld-stem-TXT
           PERFORM 010-network-filename
           MOVE ld-name-TXT TO fact-filename-TXT
           MOVE "stan-quote" TO ld-stem-TXT
           PERFORM 010-network-filename
           MOVE ld-name-TXT TO quote-filename-TXT
           MOVE "stan-audit" TO ld-stem-TXT
           MOVE ".log" TO ld-ext-TXT
           PERFORM 015-network-filename-ext
           MOVE ld-name-TXT TO rtaudit-filename-TXT

           PERFORM 050-read-parms
           IF NOT ld-mode-check AND NOT ld-mode-load THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 020-utc-now

           OPEN INPUT in-FC
           IF NOT in-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(in-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ld-mode-load THEN
               MOVE "stan-load" TO mlk-job-TXT
               PERFORM 970-maint-acquire
               IF NOT maint-granted THEN
                   CLOSE in-FC
                   STOP RUN
               END-IF
           END-IF

           PERFORM 060-open-data-files
           IF RETURN-CODE IS NOT EQUAL TO 0 THEN
               CLOSE in-FC
               IF ld-mode-load THEN
                   PERFORM 971-maint-release
               END-IF
               STOP RUN
           END-IF
           PERFORM 100-seed-quote-max-id
           MOVE ld-quote-max-ID-NUM TO ld-quote-first-ID-NUM
           ADD 1 TO ld-quote-first-ID-NUM

           PERFORM
               UNTIL EXIT
               READ in-FC
                   AT END EXIT PERFORM
               END-READ
               PERFORM 200-process-line
           END-PERFORM

           CLOSE in-FC
           IF ld-fact-open THEN
               CLOSE fact-FC
           END-IF
           IF ld-quote-open THEN
               CLOSE quote-FC
           END-IF
           IF ld-mode-load THEN
               PERFORM 971-maint-release
           END-IF

           PERFORM 800-summary
           IF ld-mode-load THEN
               PERFORM 900-audit-load
           END-IF

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-network-filename SECTION.

           MOVE ".dat" TO ld-ext-TXT
           PERFORM 015-network-filename-ext

           .

      * * * * * * * * * * * * * * * * * * * *

       015-network-filename-ext SECTION.

      *    "<stem><ext>", or "<stem>-<network><ext>" under
      *    STAN_NETWORK.
           MOVE SPACE TO ld-name-TXT
           IF network-name-TXT IS EQUAL TO SPACE THEN
               STRING
                   TRIM(ld-stem-TXT) DELIMITED BY SIZE
                   TRIM(ld-ext-TXT) DELIMITED BY SIZE
                   INTO ld-name-TXT
               END-STRING
           ELSE
               STRING
                   TRIM(ld-stem-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   TRIM(ld-ext-TXT) DELIMITED BY SIZE
                   INTO ld-name-TXT
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       020-utc-now SECTION.

      *    ld-run-stamp-TXT from CURRENT-DATE, moved to UTC by the
      *    offset in positions 17-21 - the stamp an entry without a
      *    time of its own gets.
           MOVE FUNCTION CURRENT-DATE TO ld-now-TXT
           COMPUTE ld-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ld-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(ld-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(ld-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(ld-now-TXT(13 : 2))
           EVALUATE ld-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE ld-now-SEC = ld-now-SEC
                       - FUNCTION NUMVAL(ld-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(ld-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE ld-now-SEC = ld-now-SEC
                       + FUNCTION NUMVAL(ld-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(ld-now-TXT(20 : 2)) * 60
           END-EVALUATE
           COMPUTE ld-day-NUM = FUNCTION INTEGER(ld-now-SEC / 86400)
           COMPUTE ld-rem-NUM = ld-now-SEC - ld-day-NUM * 86400
           MOVE FUNCTION DATE-OF-INTEGER(ld-day-NUM) TO ld-today-DISP
           COMPUTE ld-hh-NUM = FUNCTION INTEGER(ld-rem-NUM / 3600)
           COMPUTE ld-mm-NUM =
               FUNCTION INTEGER(FUNCTION MOD(ld-rem-NUM, 3600) / 60)
           COMPUTE ld-ss-NUM = FUNCTION MOD(ld-rem-NUM, 60)
           MOVE SPACE TO ld-run-stamp-TXT
           STRING
               ld-today-DISP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ld-hh-NUM DELIMITED BY SIZE
               ld-mm-NUM DELIMITED BY SIZE
               ld-ss-NUM DELIMITED BY SIZE
               INTO ld-run-stamp-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       050-read-parms SECTION.

      *    "check|load <file>", then any "setter"/"channel" defaults.
           MOVE SPACE TO ld-mode-TXT
           MOVE SPACE TO in-filename-TXT
           OPEN INPUT parm-FC

           READ parm-FC
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING TRIM(parm-REC) DELIMITED BY ALL SPACE
                       INTO ld-mode-TXT in-filename-TXT
                   END-UNSTRING
           END-READ

           IF (NOT ld-mode-check AND NOT ld-mode-load)
                   OR in-filename-TXT IS EQUAL TO SPACE THEN
               DISPLAY "*** Want 'check <file>' or 'load <file>'"
                   UPON SYSERR
               MOVE SPACE TO ld-mode-TXT
               CLOSE parm-FC
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ parm-FC
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(parm-REC) IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO ld-parm-key-TXT
               MOVE SPACE TO ld-parm-val-TXT
               UNSTRING TRIM(parm-REC) DELIMITED BY ALL SPACE
                   INTO ld-parm-key-TXT ld-parm-val-TXT
               END-UNSTRING

               EVALUATE TRUE
                   WHEN ld-parm-key-TXT IS EQUAL TO "setter"
                           AND ld-parm-val-TXT IS NOT EQUAL TO SPACE
                       MOVE ld-parm-val-TXT TO ld-def-setter-TXT
                   WHEN ld-parm-key-TXT IS EQUAL TO "channel"
                           AND ld-parm-val-TXT IS NOT EQUAL TO SPACE
                       MOVE ld-parm-val-TXT TO ld-def-chan-TXT
                   WHEN OTHER
                       DISPLAY "*** Ignoring '" TRIM(parm-REC)
                           "' - want 'setter <nick>' or"
                           " 'channel <chan>'" UPON SYSERR
               END-EVALUATE
           END-PERFORM

           CLOSE parm-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       060-open-data-files SECTION.

      *    A dry run only reads; a missing file just means there's
      *    nothing to collide with. A load creates what isn't there.
           IF ld-mode-check THEN
               OPEN INPUT fact-FC
               IF fact-STA-OK THEN
                   MOVE "Y" TO ld-fact-open-CHR
               END-IF
               OPEN INPUT quote-FC
               IF quote-STA-OK THEN
                   MOVE "Y" TO ld-quote-open-CHR
               END-IF
               EXIT SECTION
           END-IF

           OPEN I-O fact-FC
           IF fact-STA-NOT-FOUND THEN
               OPEN OUTPUT fact-FC
               CLOSE fact-FC
               OPEN I-O fact-FC
           END-IF
           IF NOT fact-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(fact-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE "Y" TO ld-fact-open-CHR

           OPEN I-O quote-FC
           IF quote-STA-NOT-FOUND THEN
               OPEN OUTPUT quote-FC
               CLOSE quote-FC
               OPEN I-O quote-FC
           END-IF
           IF NOT quote-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(quote-filename-TXT)
                   UPON SYSERR
               CLOSE fact-FC
               MOVE "N" TO ld-fact-open-CHR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE "Y" TO ld-quote-open-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       100-seed-quote-max-id SECTION.

      *    As 309-seed-quote-max-id does it in the bot: new quotes
      *    number on from the highest already on disk.
           IF NOT ld-quote-open THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO quote-ID-NUM
           START quote-FC
               KEY IS GREATER THAN OR EQUAL TO quote-ID-NUM
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ quote-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF quote-ID-NUM IS GREATER THAN ld-quote-max-ID-NUM
                       THEN
                   MOVE quote-ID-NUM TO ld-quote-max-ID-NUM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       200-process-line SECTION.

           ADD 1 TO ld-line-NUM

           IF TRIM(in-REC) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE TRIM(in-REC) TO ld-f1-TXT
           IF ld-f1-TXT(1 : 1) IS EQUAL TO "#" THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO ld-f1-TXT
           MOVE SPACE TO ld-f2-TXT
           MOVE SPACE TO ld-f3-TXT
           MOVE SPACE TO ld-f4-TXT
           MOVE SPACE TO ld-f5-TXT
           MOVE SPACE TO ld-f6-TXT
           MOVE 0 TO ld-field-CNT
           MOVE "N" TO ld-overflow-CHR
           UNSTRING in-REC DELIMITED BY "|"
               INTO ld-f1-TXT ld-f2-TXT ld-f3-TXT
                   ld-f4-TXT ld-f5-TXT ld-f6-TXT
               TALLYING IN ld-field-CNT
               ON OVERFLOW
                   MOVE "Y" TO ld-overflow-CHR
           END-UNSTRING

           MOVE SPACE TO ld-bad-CHR
           EVALUATE TRIM(ld-f1-TXT)
               WHEN "fact"
                   PERFORM 210-fact-line
               WHEN "quote"
                   PERFORM 220-quote-line
               WHEN OTHER
                   MOVE SPACE TO ld-problem-TXT
                   STRING
                       "rejected - starts '" DELIMITED BY SIZE
                       TRIM(ld-f1-TXT) DELIMITED BY SIZE
                       "', not 'fact' or 'quote'" DELIMITED BY SIZE
                       INTO ld-problem-TXT
                   END-STRING
                   PERFORM 300-report-problem
                   MOVE "R" TO ld-bad-CHR
           END-EVALUATE

           EVALUATE TRUE
               WHEN ld-line-rejected
                   ADD 1 TO ld-reject-CNT
               WHEN ld-line-too-long
                   ADD 1 TO ld-long-CNT
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       210-fact-line SECTION.

      *    fact|<term>|<text>[|<setter>[|<time>]]
           IF ld-too-many-fields
                   OR ld-f6-TXT IS NOT EQUAL TO SPACE THEN
               MOVE "rejected - a fact has at most 5 fields"
                   TO ld-problem-TXT
               PERFORM 300-report-problem
               MOVE "R" TO ld-bad-CHR
               EXIT SECTION
           END-IF

           MOVE SPACE TO ld-term-TXT
           MOVE TRIM(ld-f2-TXT) TO ld-term-TXT
           MOVE SPACE TO ld-text-TXT
           MOVE TRIM(ld-f3-TXT) TO ld-text-TXT
           MOVE SPACE TO ld-setter-TXT
           MOVE TRIM(ld-f4-TXT) TO ld-setter-TXT
           MOVE SPACE TO ld-time-TXT
           MOVE TRIM(ld-f5-TXT) TO ld-time-TXT
           MOVE SPACE TO ld-chan-TXT

           IF ld-term-TXT IS EQUAL TO SPACE
                   OR ld-text-TXT IS EQUAL TO SPACE THEN
               MOVE "rejected - a fact needs a term and a text"
                   TO ld-problem-TXT
               PERFORM 300-report-problem
               MOVE "R" TO ld-bad-CHR
               EXIT SECTION
           END-IF

      *    "%<term>" is one word on the command line.
           MOVE 0 TO ld-space-CNT
           MOVE FUNCTION LENGTH(TRIM(ld-term-TXT)) TO ld-len-NUM
           INSPECT ld-term-TXT(1 : ld-len-NUM) TALLYING ld-space-CNT
               FOR ALL SPACE
           IF ld-space-CNT IS GREATER THAN 0 THEN
               MOVE SPACE TO ld-problem-TXT
               STRING
                   "rejected - term '" DELIMITED BY SIZE
                   TRIM(ld-term-TXT) DELIMITED BY SIZE
                   "' isn't one word" DELIMITED BY SIZE
                   INTO ld-problem-TXT
               END-STRING
               PERFORM 300-report-problem
               MOVE "R" TO ld-bad-CHR
               EXIT SECTION
           END-IF

           MOVE "term" TO ld-what-TXT
           MOVE ld-term-TXT TO ld-f6-TXT
           MOVE 65 TO ld-max-NUM
           PERFORM 310-check-length
           MOVE "text" TO ld-what-TXT
           MOVE ld-text-TXT TO ld-f6-TXT
           MOVE 300 TO ld-max-NUM
           PERFORM 310-check-length
           PERFORM 230-common-fields
           IF NOT ld-line-ok THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO cf-src-TXT
           MOVE ld-term-TXT TO cf-src-TXT
           PERFORM 095-casefold

           PERFORM 240-check-term-dup
           IF ld-is-dup THEN
               ADD 1 TO ld-dup-CNT
               EXIT SECTION
           END-IF

           ADD 1 TO ld-fact-CNT
           IF NOT ld-mode-load THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO fact-REC
           MOVE cf-dst-TXT TO fact-term-TXT
           MOVE ld-term-TXT TO fact-orig-term-TXT
           MOVE ld-text-TXT TO fact-val-TXT
           MOVE ld-setter-TXT TO fact-setter-TXT
           MOVE ld-stamp-TXT TO fact-time-TXT
           WRITE fact-REC
               INVALID KEY
                   MOVE SPACE TO ld-problem-TXT
                   STRING
                       "couldn't write fact '" DELIMITED BY SIZE
                       TRIM(ld-term-TXT) DELIMITED BY SIZE
                       "' (status " DELIMITED BY SIZE
                       fact-STA DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO ld-problem-TXT
                   END-STRING
                   PERFORM 300-report-problem
                   SUBTRACT 1 FROM ld-fact-CNT
                   MOVE "R" TO ld-bad-CHR
           END-WRITE

           .

      * * * * * * * * * * * * * * * * * * * *

       220-quote-line SECTION.

      *    quote|<text>[|<setter>[|<time>[|<channel>]]]
           IF ld-too-many-fields
                   OR ld-f6-TXT IS NOT EQUAL TO SPACE THEN
               MOVE "rejected - a quote has at most 5 fields"
                   TO ld-problem-TXT
               PERFORM 300-report-problem
               MOVE "R" TO ld-bad-CHR
               EXIT SECTION
           END-IF

           MOVE SPACE TO ld-text-TXT
           MOVE TRIM(ld-f2-TXT) TO ld-text-TXT
           MOVE SPACE TO ld-setter-TXT
           MOVE TRIM(ld-f3-TXT) TO ld-setter-TXT
           MOVE SPACE TO ld-time-TXT
           MOVE TRIM(ld-f4-TXT) TO ld-time-TXT
           MOVE SPACE TO ld-chan-TXT
           MOVE TRIM(ld-f5-TXT) TO ld-chan-TXT
           IF ld-chan-TXT IS EQUAL TO SPACE THEN
               MOVE ld-def-chan-TXT TO ld-chan-TXT
           END-IF

           IF ld-text-TXT IS EQUAL TO SPACE THEN
               MOVE "rejected - a quote needs its text"
                   TO ld-problem-TXT
               PERFORM 300-report-problem
               MOVE "R" TO ld-bad-CHR
               EXIT SECTION
           END-IF

           MOVE "text" TO ld-what-TXT
           MOVE ld-text-TXT TO ld-f6-TXT
           MOVE 400 TO ld-max-NUM
           PERFORM 310-check-length
           MOVE "channel" TO ld-what-TXT
           MOVE ld-chan-TXT TO ld-f6-TXT
           MOVE 65 TO ld-max-NUM
           PERFORM 310-check-length
           PERFORM 230-common-fields
           IF NOT ld-line-ok THEN
               EXIT SECTION
           END-IF

           ADD 1 TO ld-quote-CNT
           IF NOT ld-mode-load THEN
               EXIT SECTION
           END-IF

           ADD 1 TO ld-quote-max-ID-NUM
           MOVE SPACE TO quote-REC
           MOVE ld-quote-max-ID-NUM TO quote-ID-NUM
           MOVE ld-text-TXT TO quote-TXT
           MOVE ld-setter-TXT TO quote-setter-TXT
           MOVE ld-stamp-TXT TO quote-time-TXT
           MOVE ld-chan-TXT TO quote-chan-TXT
           WRITE quote-REC
               INVALID KEY
                   MOVE SPACE TO ld-problem-TXT
                   STRING
                       "couldn't write quote (status " DELIMITED BY SIZE
                       quote-STA DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO ld-problem-TXT
                   END-STRING
                   PERFORM 300-report-problem
                   SUBTRACT 1 FROM ld-quote-max-ID-NUM
                   SUBTRACT 1 FROM ld-quote-CNT
                   MOVE "R" TO ld-bad-CHR
           END-WRITE

           .

      * * * * * * * * * * * * * * * * * * * *

       230-common-fields SECTION.

      *    Setter and time, defaulted when the line leaves them off.
           IF ld-setter-TXT IS EQUAL TO SPACE THEN
               MOVE ld-def-setter-TXT TO ld-setter-TXT
           END-IF
           MOVE "setter" TO ld-what-TXT
           MOVE ld-setter-TXT TO ld-f6-TXT
           MOVE 65 TO ld-max-NUM
           PERFORM 310-check-length

           MOVE SPACE TO ld-stamp-TXT
           MOVE FUNCTION LENGTH(TRIM(ld-time-TXT)) TO ld-len-NUM
           EVALUATE TRUE
               WHEN ld-time-TXT IS EQUAL TO SPACE
                   MOVE ld-run-stamp-TXT TO ld-stamp-TXT
               WHEN ld-len-NUM IS EQUAL TO 15
                       AND ld-time-TXT(1 : 8) IS NUMERIC
                       AND ld-time-TXT(9 : 1) IS EQUAL TO "-"
                       AND ld-time-TXT(10 : 6) IS NUMERIC
                   MOVE ld-time-TXT(1 : 15) TO ld-stamp-TXT
               WHEN ld-len-NUM IS EQUAL TO 8
                       AND ld-time-TXT(1 : 8) IS NUMERIC
                   STRING
                       ld-time-TXT(1 : 8) DELIMITED BY SIZE
                       "-000000" DELIMITED BY SIZE
                       INTO ld-stamp-TXT
                   END-STRING
               WHEN ld-len-NUM IS EQUAL TO 10
                       AND ld-time-TXT(1 : 4) IS NUMERIC
                       AND ld-time-TXT(5 : 1) IS EQUAL TO "-"
                       AND ld-time-TXT(6 : 2) IS NUMERIC
                       AND ld-time-TXT(8 : 1) IS EQUAL TO "-"
                       AND ld-time-TXT(9 : 2) IS NUMERIC
                   STRING
                       ld-time-TXT(1 : 4) DELIMITED BY SIZE
                       ld-time-TXT(6 : 2) DELIMITED BY SIZE
                       ld-time-TXT(9 : 2) DELIMITED BY SIZE
                       "-000000" DELIMITED BY SIZE
                       INTO ld-stamp-TXT
                   END-STRING
           END-EVALUATE

           IF ld-stamp-TXT IS NOT EQUAL TO SPACE THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(ld-stamp-TXT(1 : 8)))
                       IS NOT EQUAL TO 0
                       OR ld-stamp-TXT(10 : 2) IS GREATER THAN "23"
                       OR ld-stamp-TXT(12 : 2) IS GREATER THAN "59"
                       OR ld-stamp-TXT(14 : 2) IS GREATER THAN "59"
                       THEN
                   MOVE SPACE TO ld-stamp-TXT
               END-IF
           END-IF

           IF ld-stamp-TXT IS EQUAL TO SPACE THEN
               MOVE SPACE TO ld-problem-TXT
               STRING
                   "rejected - can't read time '" DELIMITED BY SIZE
                   TRIM(ld-time-TXT) DELIMITED BY SIZE
                   "' (want YYYYMMDD-HHMMSS or YYYY-MM-DD)"
                       DELIMITED BY SIZE
                   INTO ld-problem-TXT
               END-STRING
               PERFORM 300-report-problem
               MOVE "R" TO ld-bad-CHR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       240-check-term-dup SECTION.

      *    cf-dst-TXT (the folded term) against the terms taken from
      *    the file so far, then against the fact file.
           MOVE "N" TO ld-dup-CHR

           PERFORM VARYING ld-term-IDX FROM 1 BY 1
                   UNTIL ld-term-IDX IS GREATER THAN ld-term-CNT
               IF ld-term-TBL(ld-term-IDX) IS EQUAL TO cf-dst-TXT THEN
                   MOVE "Y" TO ld-dup-CHR
                   MOVE SPACE TO ld-problem-TXT
                   STRING
                       "duplicate - term '" DELIMITED BY SIZE
                       TRIM(ld-term-TXT) DELIMITED BY SIZE
                       "' is given earlier in the file"
                           DELIMITED BY SIZE
                       INTO ld-problem-TXT
                   END-STRING
                   PERFORM 300-report-problem
                   EXIT SECTION
               END-IF
           END-PERFORM

           IF ld-fact-open THEN
               MOVE SPACE TO fact-term-TXT
               MOVE cf-dst-TXT TO fact-term-TXT
               READ fact-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ld-dup-CHR
                       MOVE SPACE TO ld-problem-TXT
                       STRING
                           "duplicate - term '" DELIMITED BY SIZE
                           TRIM(ld-term-TXT) DELIMITED BY SIZE
                           "' is already known (set by "
                               DELIMITED BY SIZE
                           TRIM(fact-setter-TXT) DELIMITED BY SIZE
                           "), kept as it is" DELIMITED BY SIZE
                           INTO ld-problem-TXT
                       END-STRING
                       PERFORM 300-report-problem
               END-READ
           END-IF

           IF ld-is-dup THEN
               EXIT SECTION
           END-IF

           IF ld-term-CNT IS LESS THAN ld-term-max-NUM THEN
               ADD 1 TO ld-term-CNT
               MOVE cf-dst-TXT TO ld-term-TBL(ld-term-CNT)
           ELSE
               IF ld-term-full-CHR IS EQUAL TO "N" THEN
                   MOVE "Y" TO ld-term-full-CHR
                   MOVE "note - later terms not checked for repeats"
                       TO ld-problem-TXT
                   PERFORM 300-report-problem
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       300-report-problem SECTION.

           MOVE ld-line-NUM TO ld-CNT-DISP
           DISPLAY "line " TRIM(ld-CNT-DISP) ": "
               TRIM(ld-problem-TXT)

           .

      * * * * * * * * * * * * * * * * * * * *

       310-check-length SECTION.

      *    ld-f6-TXT against ld-max-NUM; an over-long value marks the
      *    line (a rejection already found wins) and is reported.
           IF ld-f6-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           MOVE FUNCTION LENGTH(TRIM(ld-f6-TXT)) TO ld-len-NUM
           IF ld-len-NUM IS NOT GREATER THAN ld-max-NUM THEN
               EXIT SECTION
           END-IF

           MOVE ld-len-NUM TO ld-len-DISP
           MOVE ld-max-NUM TO ld-max-DISP
           MOVE SPACE TO ld-problem-TXT
           STRING
               "too long - " DELIMITED BY SIZE
               TRIM(ld-what-TXT) DELIMITED BY SIZE
               " is " DELIMITED BY SIZE
               TRIM(ld-len-DISP) DELIMITED BY SIZE
               " characters, the most is " DELIMITED BY SIZE
               TRIM(ld-max-DISP) DELIMITED BY SIZE
               INTO ld-problem-TXT
           END-STRING
           PERFORM 300-report-problem
           IF ld-line-ok THEN
               MOVE "L" TO ld-bad-CHR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       800-summary SECTION.

           MOVE ld-fact-CNT TO ld-CNT-DISP
           MOVE ld-quote-CNT TO ld-CNT2-DISP
           IF ld-mode-load THEN
               DISPLAY "Loaded " TRIM(ld-CNT-DISP) " fact(s) and "
                   TRIM(ld-CNT2-DISP) " quote(s) from "
                   TRIM(in-filename-TXT)
           ELSE
               DISPLAY "Would load " TRIM(ld-CNT-DISP)
                   " fact(s) and " TRIM(ld-CNT2-DISP)
                   " quote(s) from " TRIM(in-filename-TXT)
                   " - nothing written"
           END-IF

           IF ld-quote-CNT IS GREATER THAN 0 THEN
               MOVE ld-quote-first-ID-NUM TO ld-ID-DISP
               COMPUTE ld-ID2-DISP =
                   ld-quote-first-ID-NUM + ld-quote-CNT - 1
               DISPLAY "  quotes numbered #" TRIM(ld-ID-DISP)
                   " to #" TRIM(ld-ID2-DISP)
           END-IF

           MOVE ld-dup-CNT TO ld-CNT-DISP
           DISPLAY "  " TRIM(ld-CNT-DISP) " duplicate term(s) skipped"
           MOVE ld-long-CNT TO ld-CNT-DISP
           DISPLAY "  " TRIM(ld-CNT-DISP)
               " line(s) with an over-length value skipped"
           MOVE ld-reject-CNT TO ld-CNT-DISP
           DISPLAY "  " TRIM(ld-CNT-DISP) " line(s) rejected"

           IF ld-dup-CNT IS GREATER THAN 0
                   OR ld-long-CNT IS GREATER THAN 0
                   OR ld-reject-CNT IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       900-audit-load SECTION.

      *    Same line shape 432-write-audit-line writes.
           OPEN EXTEND rtaudit-FC
           IF NOT rtaudit-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(rtaudit-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE ld-fact-CNT TO ld-CNT-DISP
           MOVE ld-quote-CNT TO ld-CNT2-DISP
           MOVE SPACE TO rtaudit-REC
           STRING
               ld-run-stamp-TXT DELIMITED BY SIZE
               " stan-load load " DELIMITED BY SIZE
               TRIM(in-filename-TXT) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               TRIM(ld-CNT-DISP) DELIMITED BY SIZE
               " facts, " DELIMITED BY SIZE
               TRIM(ld-CNT2-DISP) DELIMITED BY SIZE
               " quotes" DELIMITED BY SIZE
               INTO rtaudit-REC
           END-STRING
           WRITE rtaudit-REC

           CLOSE rtaudit-FC

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

       END PROGRAM stan-load.
