      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-usual.

      *****************************************************************
      *    Typical-hours profiler. Digests the daily transcript files
      *    231-log-transcript writes into stan-usual.dat, one record
      *    per person holding how many lines they've said in each
      *    hour of the week (UTC, Monday 00:00 first) - what the
      *    bot's "%usual <nick>" reads to say when someone is
      *    normally around. Nicks go through stan-alias.dat, so
      *    every linked spelling lands on the canonical nick's
      *    profile; anyone in stan-optout.dat is skipped, and a
      *    profile left over from before their opt-out is dropped.
      *    Feed it the log file names to digest, one per line, via
      *    SYSIN - e.g.
      *        ls stan-log-*-20260901.log | stan-usual
      *    Run it nightly after stan-index, over the day just ended.
      *    Already-digested files are remembered in
      *    stan-usual-done.txt and skipped, so a re-run is safe.
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

           SELECT usual-FC
               ASSIGN TO usual-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usual-nick-TXT
               FILE STATUS IS usual-STA.

           SELECT alias-FC
               ASSIGN TO alias-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS alias-nick-TXT
               FILE STATUS IS alias-STA.

           SELECT optout-FC
               ASSIGN TO optout-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS optout-nick-TXT
               FILE STATUS IS optout-STA.

           SELECT done-FC
               ASSIGN TO done-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS done-STA.

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD filelist-FC.
       01 filelist-REC
           PICTURE IS X(80).

       FD log-FC.
       01 line-TXT
           PICTURE IS X(600).

      *    The profile record - layout shared with stan.cbl's %usual
      *    reader.
       FD usual-FC.
       01 usual-REC.
      *    Case-folded canonical nick, plus its display spelling.
           05 usual-nick-TXT
               PICTURE IS X(65).
           05 usual-orig-nick-TXT
               PICTURE IS X(65).
           05 usual-line-CNT
               PICTURE IS 9(9).
      *    First and latest transcript day counted (YYYYMMDD).
           05 usual-first-TXT
               PICTURE IS X(8).
           05 usual-last-TXT
               PICTURE IS X(8).
      *    Lines per UTC hour of the week: Monday 00:00-00:59 is
      *    slot 1, Sunday 23:00-23:59 slot 168.
           05 usual-hour-CNT OCCURS 168 TIMES
               PICTURE IS 9(7).

      *    Record layouts as declared in stan.cbl's FILE SECTION.
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
           05 alias-setter-TXT
               PICTURE IS X(65).
           05 alias-time-TXT
               PICTURE IS X(15).

       FD optout-FC.
       01 optout-REC.
           05 optout-nick-TXT
               PICTURE IS X(65).
           05 optout-orig-nick-TXT
               PICTURE IS X(65).
           05 optout-mask-TXT
               PICTURE IS X(200).
           05 optout-time-TXT
               PICTURE IS X(15).

      *    One processed file name per line - the re-run guard.
       FD done-FC.
       01 done-REC
           PICTURE IS X(255).

       WORKING-STORAGE SECTION.

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
      * * * * * * * * * * * * * * * * * * * *
       01 network-name-TXT
           PICTURE IS X(30).

       01 usual-filename-TXT
           PICTURE IS X(255).

       01 alias-filename-TXT
           PICTURE IS X(255).

       01 optout-filename-TXT
           PICTURE IS X(255).

       01 done-filename-TXT
           PICTURE IS X(255).

       01 log-filename-TXT
           PICTURE IS X(255).

       01 log-STA
           PICTURE IS X(2).
           88 log-STA-OK
               VALUE IS "00".

       01 usual-STA
           PICTURE IS X(2).
           88 usual-STA-OK
               VALUE IS "00".
           88 usual-STA-NOT-FOUND
               VALUE IS "35".

       01 alias-STA
           PICTURE IS X(2).
           88 alias-STA-OK
               VALUE IS "00".

       01 optout-STA
           PICTURE IS X(2).
           88 optout-STA-OK
               VALUE IS "00".

       01 done-STA
           PICTURE IS X(2).
           88 done-STA-OK
               VALUE IS "00".

      *    Either lookup file may simply not exist yet.
       01 us-alias-open-CHR
           PICTURE IS X
           VALUE IS "N".
           88 us-alias-open
               VALUE IS "Y".

       01 us-optout-open-CHR
           PICTURE IS X
           VALUE IS "N".
           88 us-optout-open
               VALUE IS "Y".

      * * * * * * * * * * * * * * * * * * * *
      * Line parsing - same layout the      *
      * 231-log-transcript paragraph in     *
      * stan.cbl writes.                    *
      * * * * * * * * * * * * * * * * * * * *
       01 line-IDX
           USAGE IS INDEX.

       01 CHR
           PICTURE IS X.

       REPLACE ALSO ==ts-TXT==
           BY ==line-TXT(ts0 : ts1 - ts0 + 1)==.
       01 ts.
           05 ts0
               USAGE IS INDEX.
           05 ts1
               USAGE IS INDEX.
       REPLACE ALSO ==stat-TXT==
           BY ==line-TXT(stat0 : stat1 - stat0 + 1)==.
       01 stat.
           05 stat0
               USAGE IS INDEX.
           05 stat1
               USAGE IS INDEX.
       REPLACE ALSO ==bchan-TXT==
           BY ==line-TXT(bchan0 : bchan1 - bchan0 + 1)==.
       01 bchan.
           05 bchan0
               USAGE IS INDEX.
           05 bchan1
               USAGE IS INDEX.
       REPLACE ALSO ==who-TXT==
           BY ==line-TXT(who0 : who1 - who0 + 1)==.
       01 who.
           05 who0
               USAGE IS INDEX.
           05 who1
               USAGE IS INDEX.

      * * * * * * * * * * * * * * * * * * * *
      * Per-file and per-line working set.  *
      * * * * * * * * * * * * * * * * * * * *
       01 us-stamp-TXT
           PICTURE IS X(15).

       01 us-nick-TXT
           PICTURE IS X(65).

       01 us-fold-TXT
           PICTURE IS X(65).

       01 us-canon-TXT
           PICTURE IS X(65).

       01 us-orig-canon-TXT
           PICTURE IS X(65).

       01 us-slot-NUM
           PICTURE IS 9(3).

       01 us-dow-NUM
           PICTURE IS 9(1).

       01 us-skip-CHR
           PICTURE IS X.
           88 us-skip
               VALUE IS "Y".

       01 line-CNT
           PICTURE IS 9(5).

       01 file-used-CNT
           PICTURE IS 9(5).

       01 skip-file-CHR
           PICTURE IS X.
           88 file-already-done
               VALUE IS "Y".

       01 file-done-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

       01 dropped-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(65).

       01 cf-dst-TXT
           PICTURE IS X(65).

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-usual.dat" TO usual-filename-TXT
               MOVE "stan-alias.dat" TO alias-filename-TXT
               MOVE "stan-optout.dat" TO optout-filename-TXT
               MOVE "stan-usual-done.txt" TO done-filename-TXT
           ELSE
               MOVE SPACE TO usual-filename-TXT
               STRING
                   "stan-usual-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO usual-filename-TXT
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
               MOVE SPACE TO done-filename-TXT
               STRING
                   "stan-usual-done-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO done-filename-TXT
               END-STRING
           END-IF

           OPEN I-O usual-FC
           IF usual-STA-NOT-FOUND THEN
               OPEN OUTPUT usual-FC
               CLOSE usual-FC
               OPEN I-O usual-FC
           END-IF
           IF NOT usual-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(usual-filename-TXT) " (status " usual-STA
                   ")" UPON SYSERR
               STOP RUN
           END-IF

           OPEN INPUT alias-FC
           IF alias-STA-OK THEN
               MOVE "Y" TO us-alias-open-CHR
           END-IF
           OPEN INPUT optout-FC
           IF optout-STA-OK THEN
               MOVE "Y" TO us-optout-open-CHR
           END-IF

           OPEN INPUT filelist-FC

           PERFORM
               UNTIL EXIT
               READ filelist-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE TRIM(filelist-REC) TO log-filename-TXT
               IF log-filename-TXT IS NOT EQUAL TO SPACE THEN
                   PERFORM 100-process-log-file
               END-IF
           END-PERFORM

           CLOSE filelist-FC

           PERFORM 300-drop-opted-out

           IF us-alias-open THEN
               CLOSE alias-FC
           END-IF
           IF us-optout-open THEN
               CLOSE optout-FC
           END-IF
           CLOSE usual-FC

           DISPLAY "Profiled " file-done-CNT " file(s); dropped "
               dropped-CNT " opted-out profile(s)."

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       100-process-log-file SECTION.

           PERFORM 150-check-already-done
           IF file-already-done THEN
               DISPLAY "  " TRIM(log-filename-TXT)
                   " already profiled - skipping"
               EXIT SECTION
           END-IF

           OPEN INPUT log-FC
           IF NOT log-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(log-filename-TXT)
                   UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE 0 TO line-CNT
           MOVE 0 TO file-used-CNT

           PERFORM
               UNTIL EXIT
               READ log-FC
                   AT END EXIT PERFORM
               END-READ

               ADD 1 TO line-CNT
               PERFORM 110-profile-log-line
           END-PERFORM

           CLOSE log-FC

           PERFORM 160-mark-done

           DISPLAY "  " TRIM(log-filename-TXT) ": " line-CNT
               " line(s), " file-used-CNT " counted"
           ADD 1 TO file-done-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       110-profile-log-line SECTION.

      *    Log line format (231-log-transcript in stan.cbl):
      *        YYYYMMDD-HHMMSS <<< [chan] <nick> msg
      *        YYYYMMDD-HHMMSS <<< [chan] * nick action
      *    An opted-out speaker's placeholder line carries no nick
      *    and so counts for no one.
           MOVE 1 TO line-IDX
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==ts==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==stat==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==bchan==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.
           COPY "line-split.cpy" REPLACING
               LEADING ==id== BY ==who==
               DELIMS BY ==" "==
               DELIMSAVE BY ====.

           MOVE SPACE TO us-stamp-TXT
           MOVE ts-TXT TO us-stamp-TXT
           IF us-stamp-TXT(1 : 8) IS NOT NUMERIC
                   OR us-stamp-TXT(10 : 2) IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO us-nick-TXT
           IF who-TXT IS EQUAL TO "*" THEN
               COPY "line-split.cpy" REPLACING
                   LEADING ==id== BY ==who==
                   DELIMS BY ==" "==
                   DELIMSAVE BY ====.
               MOVE who-TXT TO us-nick-TXT
           ELSE
               IF line-TXT(who0 : 1) IS NOT EQUAL TO "<"
                       OR who1 IS LESS THAN who0 + 2 THEN
                   EXIT SECTION
               END-IF
               MOVE line-TXT(who0 + 1 : who1 - who0 - 1)
                   TO us-nick-TXT
           END-IF
           IF us-nick-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           PERFORM 120-resolve-nick
           IF us-skip THEN
               EXIT SECTION
           END-IF

      *    Hour-of-week slot: INTEGER-OF-DATE counts from Monday
      *    1601-01-01 as day 1.
           COMPUTE us-dow-NUM = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(us-stamp-TXT(1 : 8))) - 1, 7)
           COMPUTE us-slot-NUM = us-dow-NUM * 24
               + FUNCTION NUMVAL(us-stamp-TXT(10 : 2)) + 1

           MOVE us-canon-TXT TO usual-nick-TXT
           READ usual-FC RECORD
               INVALID KEY
                   INITIALIZE usual-REC
                   MOVE us-canon-TXT TO usual-nick-TXT
                   MOVE us-orig-canon-TXT TO usual-orig-nick-TXT
                   MOVE us-stamp-TXT(1 : 8) TO usual-first-TXT
                   MOVE us-stamp-TXT(1 : 8) TO usual-last-TXT
                   MOVE 1 TO usual-line-CNT
                   MOVE 1 TO usual-hour-CNT(us-slot-NUM)
                   WRITE usual-REC
               NOT INVALID KEY
                   MOVE us-orig-canon-TXT TO usual-orig-nick-TXT
                   IF us-stamp-TXT(1 : 8) IS LESS THAN usual-first-TXT
                           THEN
                       MOVE us-stamp-TXT(1 : 8) TO usual-first-TXT
                   END-IF
                   IF us-stamp-TXT(1 : 8) IS GREATER THAN
                           usual-last-TXT THEN
                       MOVE us-stamp-TXT(1 : 8) TO usual-last-TXT
                   END-IF
                   ADD 1 TO usual-line-CNT
                   ADD 1 TO usual-hour-CNT(us-slot-NUM)
                   REWRITE usual-REC
           END-READ
           ADD 1 TO file-used-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       120-resolve-nick SECTION.

      *    us-nick-TXT to its canonical folded form (us-canon-TXT) and
      *    display spelling, as 380-resolve-alias does in stan.cbl;
      *    us-skip is raised when either spelling has opted out.
           MOVE "N" TO us-skip-CHR
           MOVE SPACE TO cf-src-TXT
           MOVE us-nick-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE cf-dst-TXT TO us-fold-TXT
           MOVE us-fold-TXT TO us-canon-TXT
           MOVE us-nick-TXT TO us-orig-canon-TXT

           IF us-alias-open THEN
               MOVE us-fold-TXT TO alias-nick-TXT
               READ alias-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE alias-canon-TXT TO us-canon-TXT
                       MOVE alias-orig-canon-TXT TO us-orig-canon-TXT
               END-READ
           END-IF

           IF us-optout-open THEN
               MOVE us-fold-TXT TO optout-nick-TXT
               READ optout-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO us-skip-CHR
               END-READ
               IF NOT us-skip
                       AND us-canon-TXT IS NOT EQUAL TO us-fold-TXT
                       THEN
                   MOVE us-canon-TXT TO optout-nick-TXT
                   READ optout-FC RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO us-skip-CHR
                   END-READ
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       150-check-already-done SECTION.

           MOVE "N" TO skip-file-CHR

           OPEN INPUT done-FC
           IF NOT done-STA-OK THEN
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ done-FC
                   AT END EXIT PERFORM
               END-READ
               IF TRIM(done-REC) IS EQUAL TO TRIM(log-filename-TXT)
                       THEN
                   MOVE "Y" TO skip-file-CHR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           CLOSE done-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       160-mark-done SECTION.

           OPEN EXTEND done-FC
           IF NOT done-STA-OK THEN
               DISPLAY "*** Couldn't note " TRIM(log-filename-TXT)
                   " in " TRIM(done-filename-TXT)
                   " - a re-run would count it twice" UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO done-REC
           MOVE TRIM(log-filename-TXT) TO done-REC
           WRITE done-REC

           CLOSE done-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       300-drop-opted-out SECTION.

      *    Someone who opted out after their lines were counted loses
      *    the profile too - under the spelling that opted out and
      *    under its canonical nick.
           IF NOT us-optout-open THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO optout-nick-TXT
           START optout-FC
               KEY IS GREATER THAN OR EQUAL TO optout-nick-TXT
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ optout-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               MOVE optout-nick-TXT TO usual-nick-TXT
               DELETE usual-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO dropped-CNT
               END-DELETE

               IF us-alias-open THEN
                   MOVE optout-nick-TXT TO alias-nick-TXT
                   READ alias-FC RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE alias-canon-TXT TO usual-nick-TXT
                           DELETE usual-FC RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO dropped-CNT
                           END-DELETE
                   END-READ
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

       END PROGRAM stan-usual.
