      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-actions.

      *****************************************************************
      *    Action-item register rebuild. The bot files each meeting's
      *    action items in stan-actions.dat as the meeting ends; this
      *    job reads minutes files and files whatever isn't there
      *    yet - minutes from before the register existed, or from a
      *    meeting that ended while the file couldn't be written.
      *    SYSIN names the minutes files, one per line:
      *        ls stan-minutes-*.txt | stan-actions
      *    Each "  <owner>: <text>" line under "--- Action items ---"
      *    becomes one open item, numbered on from the highest in the
      *    register, with its owner resolved through stan-alias.dat
      *    to the canonical nick, and the meeting's title, channel
      *    and date from the minutes header. An item is known by the
      *    minutes file name and its place in that list, so the same
      *    files can be fed again without filing anything twice, and
      *    items already closed stay closed. Under STAN_NETWORK the
      *    data files are "stan-actions-<network>.dat" and
      *    "stan-alias-<network>.dat". The running bot is asked to
      *    let go of its data files first (maint-lock.cpy); if it
      *    doesn't within STAN_MAINT_WAIT seconds (default 300) the
      *    job ends with return code 12 and nothing filed. Return
      *    code 4 when a minutes file couldn't be read.
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

           SELECT minutes-FC
               ASSIGN TO minutes-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS minutes-STA.

           SELECT alias-FC
               ASSIGN TO alias-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alias-nick-TXT
               FILE STATUS IS alias-STA.

           SELECT action-FC
               ASSIGN TO action-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS action-ID-NUM
               ALTERNATE RECORD KEY IS action-src-key
               ALTERNATE RECORD KEY IS action-owner-TXT WITH DUPLICATES
               FILE STATUS IS action-STA.

           COPY "maint-lock-sel.cpy".

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD parm-FC.
       01 parm-REC
           PICTURE IS X(255).

      *    As 420-meeting-start and 421-meeting-end in stan.cbl write
      *    them.
       FD minutes-FC.
       01 minutes-REC
           PICTURE IS X(500).

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
           05 action-closed-TXT
               PICTURE IS X(15).
           05 action-closer-TXT
               PICTURE IS X(65).
           05 action-nudged-TXT
               PICTURE IS X(8).

           COPY "maint-lock-fd.cpy".

      *****************************************************************

       WORKING-STORAGE SECTION.

       01 minutes-STA
           PICTURE IS X(2).
           88 minutes-STA-OK
               VALUE IS "00".

       01 alias-STA
           PICTURE IS X(2).
           88 alias-STA-OK
               VALUE IS "00".

       01 action-STA
           PICTURE IS X(2).
           88 action-STA-OK
               VALUE IS "00".
           88 action-STA-NOT-FOUND
               VALUE IS "35".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
      * * * * * * * * * * * * * * * * * * * *
       01 network-name-TXT
           PICTURE IS X(30).

       01 minutes-filename-TXT
           PICTURE IS X(255).

       01 alias-filename-TXT
           PICTURE IS X(255).

       01 action-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * Case folding (RFC 1459).            *
      * * * * * * * * * * * * * * * * * * * *
       01 cf-src-TXT
           PICTURE IS X(512).

       01 cf-dst-TXT
           PICTURE IS X(512).

      * * * * * * * * * * * * * * * * * * * *
      * The minutes file being read.        *
      * * * * * * * * * * * * * * * * * * * *
      *    The file name without any directory in front - the form
      *    the bot files its items under.
       01 ac-src-TXT
           PICTURE IS X(120).

       01 ac-slash-POS
           PICTURE IS 9(3).

       01 ac-i-NUM
           PICTURE IS 9(3).

       01 ac-title-TXT
           PICTURE IS X(200).

       01 ac-title-LEN
           PICTURE IS 9(3).

       01 ac-chan-TXT
           PICTURE IS X(65).

       01 ac-chan-fold-TXT
           PICTURE IS X(65).

       01 ac-rest-TXT
           PICTURE IS X(500).

      *    Meeting date, "YYYYMMDD".
       01 ac-date-TXT
           PICTURE IS X(8).

       01 ac-in-items-CHR
           PICTURE IS X.
           88 ac-in-items
               VALUE IS "Y".

       01 ac-seq-NUM
           PICTURE IS 9(3).

       01 ac-colon-POS
           PICTURE IS 9(3).

       01 ac-owner-TXT
           PICTURE IS X(65).

       01 ac-owner-fold-TXT
           PICTURE IS X(65).

       01 ac-text-TXT
           PICTURE IS X(300).

      * * * * * * * * * * * * * * * * * * * *
      * Register state and totals.          *
      * * * * * * * * * * * * * * * * * * * *
       01 ac-max-ID-NUM
           PICTURE IS 9(9)
           VALUE IS 0.

       01 ac-have-alias-CHR
           PICTURE IS X
           VALUE IS "N".
           88 ac-have-alias
               VALUE IS "Y".

       01 ac-file-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ac-bad-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ac-filed-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ac-had-CNT
           PICTURE IS 9(5)
           VALUE IS 0.

       01 ac-CNT-DISP
           PICTURE IS ZZZZ9.

       01 ac-CNT2-DISP
           PICTURE IS ZZZZ9.

       01 ac-CNT3-DISP
           PICTURE IS ZZZZ9.

       01 ac-ID-DISP
           PICTURE IS Z(8)9.

      * * * * * * * * * * * * * * * * * * * *
      * Maintenance lock with the bot.      *
      * * * * * * * * * * * * * * * * * * * *
           COPY "maint-lock-ws.cpy".

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-alias.dat" TO alias-filename-TXT
               MOVE "stan-actions.dat" TO action-filename-TXT
           ELSE
               MOVE SPACE TO alias-filename-TXT
               STRING
                   "stan-alias-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO alias-filename-TXT
               END-STRING
               MOVE SPACE TO action-filename-TXT
               STRING
                   "stan-actions-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO action-filename-TXT
               END-STRING
           END-IF

      *    The bot holds the register and the identity file open I-O
      *    - have it let go of them first.
           MOVE "stan-actions" TO mlk-job-TXT
           PERFORM 970-maint-acquire
           IF NOT maint-granted THEN
               STOP RUN
           END-IF

           OPEN I-O action-FC
           IF action-STA-NOT-FOUND THEN
               OPEN OUTPUT action-FC
               CLOSE action-FC
               OPEN I-O action-FC
           END-IF
           IF NOT action-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(action-filename-TXT) " (status " action-STA
                   ")" UPON SYSERR
               PERFORM 971-maint-release
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 010-seed-max-id

      *    No identity file yet just means no links - every owner is
      *    filed under the nick the minutes give.
           OPEN INPUT alias-FC
           IF alias-STA-OK THEN
               MOVE "Y" TO ac-have-alias-CHR
           END-IF

           OPEN INPUT parm-FC
           PERFORM
               UNTIL EXIT
               READ parm-FC
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(parm-REC) IS NOT EQUAL TO SPACE THEN
                   PERFORM 100-read-minutes
               END-IF
           END-PERFORM
           CLOSE parm-FC

           IF ac-have-alias THEN
               CLOSE alias-FC
           END-IF
           CLOSE action-FC
           PERFORM 971-maint-release

           MOVE ac-filed-CNT TO ac-CNT-DISP
           MOVE ac-file-CNT TO ac-CNT2-DISP
           MOVE ac-had-CNT TO ac-CNT3-DISP
           DISPLAY "Filed " TRIM(ac-CNT-DISP)
               " new action item(s) from " TRIM(ac-CNT2-DISP)
               " minutes file(s); " TRIM(ac-CNT3-DISP)
               " were already in the register."
           IF ac-bad-CNT IS GREATER THAN 0 THEN
               MOVE ac-bad-CNT TO ac-CNT-DISP
               DISPLAY "*** " TRIM(ac-CNT-DISP)
                   " file(s) couldn't be read." UPON SYSERR
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-seed-max-id SECTION.

      *    New items number on from the highest already filed, as
      *    589-seed-action-max-id does in the bot.
           MOVE 0 TO action-ID-NUM
           START action-FC
               KEY IS GREATER THAN OR EQUAL TO action-ID-NUM
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ action-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF action-ID-NUM IS GREATER THAN ac-max-ID-NUM THEN
                   MOVE action-ID-NUM TO ac-max-ID-NUM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       100-read-minutes SECTION.

           MOVE SPACE TO minutes-filename-TXT
           MOVE TRIM(parm-REC) TO minutes-filename-TXT

      *    "minutes/stan-minutes-..." files under the plain name.
           MOVE 0 TO ac-slash-POS
           PERFORM VARYING ac-i-NUM FROM 1 BY 1
                   UNTIL ac-i-NUM IS GREATER THAN 255
               IF minutes-filename-TXT(ac-i-NUM : 1) IS EQUAL TO "/"
                       THEN
                   MOVE ac-i-NUM TO ac-slash-POS
               END-IF
           END-PERFORM
           MOVE SPACE TO ac-src-TXT
           MOVE minutes-filename-TXT(ac-slash-POS + 1 : ) TO ac-src-TXT

           OPEN INPUT minutes-FC
           IF NOT minutes-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(minutes-filename-TXT) " (status " minutes-STA
                   ")" UPON SYSERR
               ADD 1 TO ac-bad-CNT
               EXIT SECTION
           END-IF
           ADD 1 TO ac-file-CNT

           MOVE SPACE TO ac-title-TXT
           MOVE SPACE TO ac-chan-TXT
           MOVE SPACE TO ac-chan-fold-TXT
           MOVE SPACE TO ac-date-TXT
           MOVE "N" TO ac-in-items-CHR
           MOVE 0 TO ac-seq-NUM

           PERFORM
               UNTIL EXIT
               READ minutes-FC
                   AT END EXIT PERFORM
               END-READ

               EVALUATE TRUE
                   WHEN minutes-REC(1 : 13) IS EQUAL TO "=== Minutes: "
                       PERFORM 110-header-title
                   WHEN minutes-REC(1 : 8) IS EQUAL TO "Channel "
                           AND ac-chan-TXT IS EQUAL TO SPACE
                       PERFORM 120-header-channel
                   WHEN minutes-REC IS EQUAL TO "--- Action items ---"
                       MOVE "Y" TO ac-in-items-CHR
                   WHEN minutes-REC(1 : 4) IS EQUAL TO "--- "
                           OR minutes-REC(1 : 4) IS EQUAL TO "=== "
                       MOVE "N" TO ac-in-items-CHR
                   WHEN ac-in-items
                           AND minutes-REC(1 : 2) IS EQUAL TO SPACE
                           AND TRIM(minutes-REC) IS NOT EQUAL TO SPACE
                           AND TRIM(minutes-REC) IS NOT EQUAL TO
                               "(none)"
                       ADD 1 TO ac-seq-NUM
                       PERFORM 130-file-item
               END-EVALUATE
           END-PERFORM

           CLOSE minutes-FC

           IF ac-chan-TXT IS EQUAL TO SPACE THEN
               DISPLAY "*** " TRIM(minutes-filename-TXT)
                   " has no minutes header - nothing filed from it."
                   UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       110-header-title SECTION.

      *    "=== Minutes: <title> ===".
           MOVE SPACE TO ac-title-TXT
           MOVE TRIM(minutes-REC(14 : )) TO ac-title-TXT
           MOVE FUNCTION LENGTH(TRIM(ac-title-TXT)) TO ac-title-LEN
           IF ac-title-LEN IS GREATER THAN 3 THEN
               IF ac-title-TXT(ac-title-LEN - 3 : 4) IS EQUAL TO " ==="
                       THEN
                   MOVE SPACE TO ac-title-TXT(ac-title-LEN - 3 : 4)
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       120-header-channel SECTION.

      *    "Channel <chan>, started YYYY-MM-DD HH:MM UTC by <nick>".
           MOVE SPACE TO ac-chan-TXT
           MOVE SPACE TO ac-rest-TXT
           UNSTRING minutes-REC(9 : )
               DELIMITED BY ", started "
               INTO ac-chan-TXT ac-rest-TXT
           END-UNSTRING

           MOVE SPACE TO cf-src-TXT
           MOVE ac-chan-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE SPACE TO ac-chan-fold-TXT
           MOVE cf-dst-TXT TO ac-chan-fold-TXT

           MOVE SPACE TO ac-date-TXT
           IF ac-rest-TXT(1 : 4) IS NUMERIC
                   AND ac-rest-TXT(6 : 2) IS NUMERIC
                   AND ac-rest-TXT(9 : 2) IS NUMERIC THEN
               STRING
                   ac-rest-TXT(1 : 4) DELIMITED BY SIZE
                   ac-rest-TXT(6 : 2) DELIMITED BY SIZE
                   ac-rest-TXT(9 : 2) DELIMITED BY SIZE
                   INTO ac-date-TXT
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       130-file-item SECTION.

      *    "  <owner>: <text>" - the ac-seq-NUM'th item of the list.
           IF ac-chan-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO action-REC
           MOVE ac-src-TXT TO action-src-TXT
           MOVE ac-seq-NUM TO action-seq-NUM
           READ action-FC RECORD
               KEY IS action-src-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ac-had-CNT
                   EXIT SECTION
           END-READ

           MOVE SPACE TO ac-rest-TXT
           MOVE TRIM(minutes-REC) TO ac-rest-TXT
           MOVE 0 TO ac-colon-POS
           INSPECT ac-rest-TXT TALLYING ac-colon-POS
               FOR CHARACTERS BEFORE INITIAL ": "
           IF ac-colon-POS IS EQUAL TO 0
                   OR ac-colon-POS IS GREATER THAN 65 THEN
               DISPLAY "*** " TRIM(ac-src-TXT) ": can't tell the owner"
                   " of '" TRIM(minutes-REC) "' - skipped." UPON SYSERR
               EXIT SECTION
           END-IF
           MOVE SPACE TO ac-owner-TXT
           MOVE ac-rest-TXT(1 : ac-colon-POS) TO ac-owner-TXT
           MOVE SPACE TO ac-text-TXT
           MOVE TRIM(ac-rest-TXT(ac-colon-POS + 3 : )) TO ac-text-TXT

           MOVE SPACE TO cf-src-TXT
           MOVE ac-owner-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE SPACE TO ac-owner-fold-TXT
           MOVE cf-dst-TXT TO ac-owner-fold-TXT
           IF ac-have-alias THEN
               MOVE SPACE TO alias-nick-TXT
               MOVE ac-owner-fold-TXT TO alias-nick-TXT
               READ alias-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO ac-owner-fold-TXT
                       MOVE alias-canon-TXT TO ac-owner-fold-TXT
               END-READ
           END-IF

           ADD 1 TO ac-max-ID-NUM
           MOVE SPACE TO action-REC
           MOVE ac-max-ID-NUM TO action-ID-NUM
           MOVE ac-src-TXT TO action-src-TXT
           MOVE ac-seq-NUM TO action-seq-NUM
           MOVE ac-owner-fold-TXT TO action-owner-TXT
           MOVE ac-owner-TXT TO action-orig-owner-TXT
           MOVE ac-chan-fold-TXT TO action-chan-TXT
           MOVE ac-chan-TXT TO action-orig-chan-TXT
           MOVE ac-title-TXT TO action-title-TXT
           MOVE ac-date-TXT TO action-date-TXT
           MOVE ac-text-TXT TO action-text-TXT
           MOVE "O" TO action-state-CHR
           WRITE action-REC
               INVALID KEY
                   SUBTRACT 1 FROM ac-max-ID-NUM
                   DISPLAY "*** Couldn't file item " ac-seq-NUM
                       " of " TRIM(ac-src-TXT) " (status " action-STA
                       ")" UPON SYSERR
                   EXIT SECTION
           END-WRITE
           ADD 1 TO ac-filed-CNT

           MOVE ac-max-ID-NUM TO ac-ID-DISP
           DISPLAY "  #" TRIM(ac-ID-DISP) " " TRIM(ac-owner-TXT) ": "
               TRIM(ac-text-TXT) " (" TRIM(ac-src-TXT) ")"

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

       END PROGRAM stan-actions.
