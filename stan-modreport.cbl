      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-modreport.

      *****************************************************************
      *    Monthly moderation report, one per channel - what the
      *    moderators did and what is still hanging over the channel:
      *        kicks and bans by cause     "police-action" lines in
      *                                    stan-audit.log
      *        repeat offenders            stan-offense.dat, ranked
      *                                    by offense-CNT
      *        bans set by hand vs by stan stan-bans.dat setter (the
      *                                    "nick" in stan.cfg is stan)
      *        pending timed unbans        offense-unban-due-TXT
      *        stale bans                  human-set bans older than
      *                                    "ban-max-age" in stan.cfg
      *    SYSIN's first line is the month (YYYYMM) - leave it off
      *    and last month (UTC) is reported - followed by the
      *    channels, one per line:
      *        printf '202609\n#dev\n#ops\n' | stan-modreport
      *    and it writes "stan-modreport-<chan>-<YYYYMM>.txt" for
      *    each, ready for the monthly moderators' review.
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

           SELECT config-FC
               ASSIGN TO config-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS config-IDX
               ALTERNATE RECORD KEY IS config-opt-TXT WITH DUPLICATES
               FILE STATUS IS config-STA.

           SELECT offense-FC
               ASSIGN TO offense-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS offense-mask-TXT
               FILE STATUS IS offense-STA.

           SELECT ban-FC
               ASSIGN TO ban-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ban-key
               FILE STATUS IS ban-STA.

           SELECT rtaudit-FC
               ASSIGN TO rtaudit-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rtaudit-STA.

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

      *    Record layouts as declared in stan.cbl's FILE SECTION.
       FD config-FC.
       01 config-REC.
           05 config-IDX
               USAGE IS INDEX.
           05 config-opt-TXT
               PICTURE IS X(80).
           05 config-val-TXT
               PICTURE IS X(255).

       FD offense-FC.
       01 offense-REC.
           05 offense-mask-TXT
               PICTURE IS X(200).
           05 offense-orig-nick-TXT
               PICTURE IS X(65).
           05 offense-CNT
               PICTURE IS 9(4).
           05 offense-last-time-TXT
               PICTURE IS X(15).
           05 offense-last-chan-TXT
               PICTURE IS X(65).
           05 offense-unban-due-TXT
               PICTURE IS X(15).
           05 offense-unban-chan-TXT
               PICTURE IS X(65).
           05 offense-banmask-TXT
               PICTURE IS X(200).

       FD ban-FC.
       01 ban-REC.
           05 ban-key.
               10 ban-chan-TXT
                   PICTURE IS X(65).
               10 ban-mask-TXT
                   PICTURE IS X(200).
           05 ban-orig-chan-TXT
               PICTURE IS X(65).
           05 ban-orig-mask-TXT
               PICTURE IS X(200).
           05 ban-setter-TXT
               PICTURE IS X(65).
           05 ban-time-TXT
               PICTURE IS X(15).
           05 ban-nudged-CHR
               PICTURE IS X.

      *    "YYYYMMDD-HHMMSS police-action <K|B> <nick> in <chan>
      *    (<reason>)" is the line this report is after.
       FD rtaudit-FC.
       01 rtaudit-REC
           PICTURE IS X(500).

       FD out-FC.
       01 out-REC
           PICTURE IS X(500).

       WORKING-STORAGE SECTION.

       01 config-STA
           PICTURE IS X(2).
           88 config-STA-OK
               VALUE IS "00".

       01 offense-STA
           PICTURE IS X(2).
           88 offense-STA-OK
               VALUE IS "00".

       01 ban-STA
           PICTURE IS X(2).
           88 ban-STA-OK
               VALUE IS "00".

       01 rtaudit-STA
           PICTURE IS X(2).
           88 rtaudit-STA-OK
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

       01 config-filename-TXT
           PICTURE IS X(255).

       01 offense-filename-TXT
           PICTURE IS X(255).

       01 ban-filename-TXT
           PICTURE IS X(255).

       01 rtaudit-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * Settings from stan.cfg.             *
      * * * * * * * * * * * * * * * * * * * *
      *    stan's own nick, folded - bans it set carry it as setter.
       01 mr-self-TXT
           PICTURE IS X(65).

       01 mr-max-age-NUM
           PICTURE IS 9(8).

       01 mr-max-age-days-NUM
           PICTURE IS 9(5).

      * * * * * * * * * * * * * * * * * * * *
      * The month under report, in UTC.     *
      * * * * * * * * * * * * * * * * * * * *
       01 mr-now-TXT
           PICTURE IS X(21).

       01 mr-now-SEC
           PICTURE IS 9(11).

       01 mr-today-DAY-NUM
           PICTURE IS 9(9).

       01 mr-today-DISP
           PICTURE IS 9(8).

       01 mr-prev-DISP
           PICTURE IS 9(8).

       01 mr-month-TXT
           PICTURE IS X(6).

       01 mr-first-line-CHR
           PICTURE IS X
           VALUE IS "Y".
           88 mr-first-line
               VALUE IS "Y".

       01 mr-rec-SEC
           PICTURE IS 9(11).

       01 mr-age-SEC
           PICTURE IS S9(11).

       01 mr-age-days-NUM
           PICTURE IS 9(5).

      * * * * * * * * * * * * * * * * * * * *
      * Per-channel working set.            *
      * * * * * * * * * * * * * * * * * * * *
       01 mr-chan-TXT
           PICTURE IS X(65).

       01 mr-chan-fold-TXT
           PICTURE IS X(65).

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

       01 mr-ptr-NUM
           PICTURE IS 9(4).

       01 mr-act-TXT
           PICTURE IS X(10).

       01 mr-nick-TXT
           PICTURE IS X(65).

       01 mr-in-TXT
           PICTURE IS X(10).

       01 mr-achan-TXT
           PICTURE IS X(65).

       01 mr-reason-TXT
           PICTURE IS X(100).

      *    Kicks and bans per police-reason-TXT.
       01 mr-cause-TBL.
           05 mr-cause-entry OCCURS 20 TIMES.
               10 mr-cause-TXT
                   PICTURE IS X(100).
               10 mr-cause-kick-CNT
                   PICTURE IS 9(7).
               10 mr-cause-ban-CNT
                   PICTURE IS 9(7).

       01 mr-cause-CNT
           PICTURE IS 9(2).

       01 mr-cause-i-NUM
           PICTURE IS 9(2).

       01 mr-kick-total-CNT
           PICTURE IS 9(7).

       01 mr-ban-total-CNT
           PICTURE IS 9(7).

      *    Repeat offenders active in the month, ranked by count.
       01 mr-off-TBL.
           05 mr-off-entry OCCURS 200 TIMES.
               10 mr-off-nick-TXT
                   PICTURE IS X(65).
               10 mr-off-mask-TXT
                   PICTURE IS X(200).
               10 mr-off-CNT
                   PICTURE IS 9(4).
               10 mr-off-time-TXT
                   PICTURE IS X(15).

       01 mr-off-total-CNT
           PICTURE IS 9(3).

       01 mr-off-i-NUM
           PICTURE IS 9(3).

       01 mr-off-max-IDX
           PICTURE IS 9(3).

       01 mr-off-max-VAL
           PICTURE IS 9(4).

       01 mr-off-top-NUM
           PICTURE IS 9(2).

      *    Ban file tallies.
       01 mr-self-month-CNT
           PICTURE IS 9(7).

       01 mr-hand-month-CNT
           PICTURE IS 9(7).

       01 mr-self-held-CNT
           PICTURE IS 9(7).

       01 mr-hand-held-CNT
           PICTURE IS 9(7).

       01 mr-setter-fold-TXT
           PICTURE IS X(65).

       01 mr-CNT-DISP
           PICTURE IS ZZZZZZ9.

       01 mr-CNT2-DISP
           PICTURE IS ZZZZZZ9.

       01 mr-sect-CNT
           PICTURE IS 9(7).

       01 mr-chan-done-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan.cfg" TO config-filename-TXT
               MOVE "stan-offense.dat" TO offense-filename-TXT
               MOVE "stan-bans.dat" TO ban-filename-TXT
               MOVE "stan-audit.log" TO rtaudit-filename-TXT
           ELSE
               MOVE SPACE TO config-filename-TXT
               STRING
                   "stan-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".cfg" DELIMITED BY SIZE
                   INTO config-filename-TXT
               END-STRING
               MOVE SPACE TO offense-filename-TXT
               STRING
                   "stan-offense-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO offense-filename-TXT
               END-STRING
               MOVE SPACE TO ban-filename-TXT
               STRING
                   "stan-bans-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO ban-filename-TXT
               END-STRING
               MOVE SPACE TO rtaudit-filename-TXT
               STRING
                   "stan-audit-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
                   INTO rtaudit-filename-TXT
               END-STRING
           END-IF

           OPEN INPUT config-FC
           IF NOT config-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(config-filename-TXT) UPON SYSERR
               STOP RUN
           END-IF

           COPY "config-simple.cpy" REPLACING
               option BY "nick"
               default BY "Stan".
           MOVE SPACE TO cf-src-TXT
           MOVE TRIM(config-val-TXT) TO cf-src-TXT
           PERFORM 095-casefold
           MOVE SPACE TO mr-self-TXT
           MOVE cf-dst-TXT TO mr-self-TXT

           COPY "config-simple.cpy" REPLACING
               option BY "ban-max-age"
               default BY "0".
           MOVE FUNCTION NUMVAL(config-val-TXT(1 : 8))
               TO mr-max-age-NUM

           CLOSE config-FC

      *    UTC now, as stan-weekly works it out - the month boundary
      *    and every stamp compared against it are UTC.
           MOVE FUNCTION CURRENT-DATE TO mr-now-TXT
           COMPUTE mr-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(mr-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(mr-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(mr-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(mr-now-TXT(13 : 2))
           EVALUATE mr-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE mr-now-SEC = mr-now-SEC
                       - FUNCTION NUMVAL(mr-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(mr-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE mr-now-SEC = mr-now-SEC
                       + FUNCTION NUMVAL(mr-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(mr-now-TXT(20 : 2)) * 60
           END-EVALUATE
           COMPUTE mr-today-DAY-NUM =
               FUNCTION INTEGER(mr-now-SEC / 86400)
           MOVE FUNCTION DATE-OF-INTEGER(mr-today-DAY-NUM)
               TO mr-today-DISP

      *    Default month: the one before today's - the last day of
      *    last month is the day before the first of this one.
           MOVE mr-today-DISP TO mr-month-TXT
           MOVE "01" TO mr-now-TXT(7 : 2)
           MOVE mr-month-TXT TO mr-now-TXT(1 : 6)
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(mr-now-TXT(1 : 8))) - 1)
               TO mr-prev-DISP
           MOVE mr-prev-DISP TO mr-month-TXT

           OPEN INPUT chanlist-FC

           PERFORM
               UNTIL EXIT
               READ chanlist-FC
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(chanlist-REC) IS NOT EQUAL TO SPACE THEN
                   IF mr-first-line THEN
                       MOVE "N" TO mr-first-line-CHR
                       IF chanlist-REC(1 : 6) IS NUMERIC THEN
                           MOVE chanlist-REC(1 : 6) TO mr-month-TXT
                           EXIT PERFORM CYCLE
                       END-IF
                   END-IF
                   MOVE SPACE TO mr-chan-TXT
                   MOVE TRIM(chanlist-REC) TO mr-chan-TXT
                   PERFORM 100-process-channel
               END-IF
           END-PERFORM

           CLOSE chanlist-FC

           DISPLAY "Wrote " mr-chan-done-CNT
               " moderation report(s) for " mr-month-TXT "."

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       100-process-channel SECTION.

           MOVE SPACE TO cf-src-TXT
           MOVE mr-chan-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE SPACE TO mr-chan-fold-TXT
           MOVE cf-dst-TXT TO mr-chan-fold-TXT

           MOVE SPACE TO out-filename-TXT
           STRING
               "stan-modreport-" DELIMITED BY SIZE
               TRIM(mr-chan-TXT) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               mr-month-TXT DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO out-filename-TXT
           END-STRING

           OPEN OUTPUT out-FC
           IF NOT out-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(out-filename-TXT)
                   UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO out-REC
           STRING
               "=== Moderation in " DELIMITED BY SIZE
               TRIM(mr-chan-TXT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               mr-month-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               mr-month-TXT(5 : 2) DELIMITED BY SIZE
               " (UTC) ===" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           PERFORM 110-actions-by-cause
           PERFORM 120-repeat-offenders
           PERFORM 130-ban-setters
           PERFORM 140-pending-unbans
           PERFORM 150-stale-bans

           CLOSE out-FC
           ADD 1 TO mr-chan-done-CNT
           DISPLAY "  " TRIM(out-filename-TXT)

           .

      * * * * * * * * * * * * * * * * * * * *

       110-actions-by-cause SECTION.

           MOVE 0 TO mr-cause-CNT
           MOVE 0 TO mr-kick-total-CNT
           MOVE 0 TO mr-ban-total-CNT

           MOVE SPACE TO out-REC
           MOVE "--- Kicks and bans by cause ---" TO out-REC
           WRITE out-REC

           OPEN INPUT rtaudit-FC
           IF NOT rtaudit-STA-OK THEN
               MOVE "  (no audit ledger on file)" TO out-REC
               WRITE out-REC
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ rtaudit-FC
                   AT END EXIT PERFORM
               END-READ

               IF rtaudit-REC(1 : 6) IS NOT EQUAL TO mr-month-TXT
                       OR rtaudit-REC(17 : 14) IS NOT EQUAL TO
                           "police-action " THEN
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM 115-tally-police-action
           END-PERFORM

           CLOSE rtaudit-FC

           PERFORM VARYING mr-cause-i-NUM FROM 1 BY 1
                   UNTIL mr-cause-i-NUM IS GREATER THAN mr-cause-CNT
               MOVE mr-cause-kick-CNT(mr-cause-i-NUM) TO mr-CNT-DISP
               MOVE mr-cause-ban-CNT(mr-cause-i-NUM) TO mr-CNT2-DISP
               MOVE SPACE TO out-REC
               STRING
                   "  " DELIMITED BY SIZE
                   TRIM(mr-cause-TXT(mr-cause-i-NUM)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   TRIM(mr-CNT-DISP) DELIMITED BY SIZE
                   " kick(s), " DELIMITED BY SIZE
                   TRIM(mr-CNT2-DISP) DELIMITED BY SIZE
                   " ban(s)" DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-PERFORM

           IF mr-cause-CNT IS EQUAL TO 0 THEN
               MOVE "  (no kicks or bans by stan this month)"
                   TO out-REC
               WRITE out-REC
           ELSE
               MOVE mr-kick-total-CNT TO mr-CNT-DISP
               MOVE mr-ban-total-CNT TO mr-CNT2-DISP
               MOVE SPACE TO out-REC
               STRING
                   "  Total: " DELIMITED BY SIZE
                   TRIM(mr-CNT-DISP) DELIMITED BY SIZE
                   " kick(s), " DELIMITED BY SIZE
                   TRIM(mr-CNT2-DISP) DELIMITED BY SIZE
                   " ban(s)" DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       115-tally-police-action SECTION.

      *    "<K|B> <nick> in <chan> (<reason>)" after the keyword; a
      *    ban is always a kick too, but counts once, as a ban.
           MOVE 31 TO mr-ptr-NUM
           MOVE SPACE TO mr-act-TXT
           MOVE SPACE TO mr-nick-TXT
           MOVE SPACE TO mr-in-TXT
           MOVE SPACE TO mr-achan-TXT
           UNSTRING rtaudit-REC DELIMITED BY ALL SPACE
               INTO mr-act-TXT mr-nick-TXT mr-in-TXT mr-achan-TXT
               WITH POINTER mr-ptr-NUM
           END-UNSTRING

           MOVE SPACE TO cf-src-TXT
           MOVE mr-achan-TXT TO cf-src-TXT
           PERFORM 095-casefold
           IF TRIM(cf-dst-TXT) IS NOT EQUAL TO TRIM(mr-chan-fold-TXT)
                   THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO mr-reason-TXT
           IF mr-ptr-NUM IS LESS THAN 500
                   AND rtaudit-REC(mr-ptr-NUM : 1) IS EQUAL TO "(" THEN
               ADD 1 TO mr-ptr-NUM
               UNSTRING rtaudit-REC DELIMITED BY ")"
                   INTO mr-reason-TXT
                   WITH POINTER mr-ptr-NUM
               END-UNSTRING
           END-IF
           IF mr-reason-TXT IS EQUAL TO SPACE THEN
               MOVE "(no reason given)" TO mr-reason-TXT
           END-IF

           PERFORM VARYING mr-cause-i-NUM FROM 1 BY 1
                   UNTIL mr-cause-i-NUM IS GREATER THAN mr-cause-CNT
               IF mr-cause-TXT(mr-cause-i-NUM) IS EQUAL TO
                       mr-reason-TXT THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF mr-cause-i-NUM IS GREATER THAN mr-cause-CNT THEN
               IF mr-cause-CNT IS GREATER THAN OR EQUAL TO 20 THEN
                   EXIT SECTION
               END-IF
               ADD 1 TO mr-cause-CNT
               MOVE mr-cause-CNT TO mr-cause-i-NUM
               MOVE mr-reason-TXT TO mr-cause-TXT(mr-cause-i-NUM)
               MOVE 0 TO mr-cause-kick-CNT(mr-cause-i-NUM)
               MOVE 0 TO mr-cause-ban-CNT(mr-cause-i-NUM)
           END-IF

           IF mr-act-TXT IS EQUAL TO "B" THEN
               ADD 1 TO mr-cause-ban-CNT(mr-cause-i-NUM)
               ADD 1 TO mr-ban-total-CNT
           ELSE
               ADD 1 TO mr-cause-kick-CNT(mr-cause-i-NUM)
               ADD 1 TO mr-kick-total-CNT
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       120-repeat-offenders SECTION.

      *    Offenders whose latest offense was here this month and who
      *    have more than one on the ledger - top ten by count.
           MOVE 0 TO mr-off-total-CNT

           MOVE SPACE TO out-REC
           MOVE "--- Repeat offenders ---" TO out-REC
           WRITE out-REC

           OPEN INPUT offense-FC
           IF NOT offense-STA-OK THEN
               MOVE "  (no offense ledger on file)" TO out-REC
               WRITE out-REC
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ offense-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF offense-CNT IS LESS THAN 2
                       OR offense-last-time-TXT(1 : 6) IS NOT EQUAL TO
                           mr-month-TXT THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO cf-src-TXT
               MOVE offense-last-chan-TXT TO cf-src-TXT
               PERFORM 095-casefold
               IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(mr-chan-fold-TXT)
                       AND mr-off-total-CNT IS LESS THAN 200 THEN
                   ADD 1 TO mr-off-total-CNT
                   MOVE offense-orig-nick-TXT
                       TO mr-off-nick-TXT(mr-off-total-CNT)
                   MOVE offense-mask-TXT
                       TO mr-off-mask-TXT(mr-off-total-CNT)
                   MOVE offense-CNT TO mr-off-CNT(mr-off-total-CNT)
                   MOVE offense-last-time-TXT
                       TO mr-off-time-TXT(mr-off-total-CNT)
               END-IF
           END-PERFORM

           CLOSE offense-FC

           IF mr-off-total-CNT IS EQUAL TO 0 THEN
               MOVE "  (no repeat offenders this month)" TO out-REC
               WRITE out-REC
               EXIT SECTION
           END-IF

      *    Selection by repeated maximum, as stan-weekly ranks its
      *    karma movers; a taken slot's count is zeroed.
           PERFORM VARYING mr-off-top-NUM FROM 1 BY 1
                   UNTIL mr-off-top-NUM IS GREATER THAN 10
               MOVE 0 TO mr-off-max-IDX
               MOVE 0 TO mr-off-max-VAL
               PERFORM VARYING mr-off-i-NUM FROM 1 BY 1
                       UNTIL mr-off-i-NUM IS GREATER THAN
                           mr-off-total-CNT
                   IF mr-off-CNT(mr-off-i-NUM) IS GREATER THAN
                           mr-off-max-VAL THEN
                       MOVE mr-off-i-NUM TO mr-off-max-IDX
                       MOVE mr-off-CNT(mr-off-i-NUM) TO mr-off-max-VAL
                   END-IF
               END-PERFORM
               IF mr-off-max-IDX IS EQUAL TO 0 THEN
                   EXIT PERFORM
               END-IF

               MOVE mr-off-max-VAL TO mr-CNT-DISP
               MOVE SPACE TO out-REC
               STRING
                   "  " DELIMITED BY SIZE
                   TRIM(mr-off-nick-TXT(mr-off-max-IDX))
                       DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   TRIM(mr-off-mask-TXT(mr-off-max-IDX))
                       DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   TRIM(mr-CNT-DISP) DELIMITED BY SIZE
                   " offense(s), latest " DELIMITED BY SIZE
                   mr-off-time-TXT(mr-off-max-IDX)(1 : 4)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   mr-off-time-TXT(mr-off-max-IDX)(5 : 2)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   mr-off-time-TXT(mr-off-max-IDX)(7 : 2)
                       DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
               MOVE 0 TO mr-off-CNT(mr-off-max-IDX)
           END-PERFORM

           IF mr-off-total-CNT IS GREATER THAN 10 THEN
               MOVE mr-off-total-CNT TO mr-CNT-DISP
               MOVE SPACE TO out-REC
               STRING
                   "  (" DELIMITED BY SIZE
                   TRIM(mr-CNT-DISP) DELIMITED BY SIZE
                   " repeat offenders in all)" DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       130-ban-setters SECTION.

      *    stan-bans.dat holds every ban still in place, whoever set
      *    it; the setter says whether it was stan's escalation ladder
      *    or a moderator's hand. Hand-set bans placed this month are
      *    listed.
           MOVE 0 TO mr-self-month-CNT
           MOVE 0 TO mr-hand-month-CNT
           MOVE 0 TO mr-self-held-CNT
           MOVE 0 TO mr-hand-held-CNT

           MOVE SPACE TO out-REC
           MOVE "--- Manual bans vs stan's own ---" TO out-REC
           WRITE out-REC

           OPEN INPUT ban-FC
           IF NOT ban-STA-OK THEN
               MOVE "  (no ban list on file)" TO out-REC
               WRITE out-REC
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ ban-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(ban-chan-TXT) IS NOT EQUAL TO
                       TRIM(mr-chan-fold-TXT) THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO cf-src-TXT
               MOVE ban-setter-TXT TO cf-src-TXT
               PERFORM 095-casefold
               IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(mr-self-TXT) THEN
                   ADD 1 TO mr-self-held-CNT
                   IF ban-time-TXT(1 : 6) IS EQUAL TO mr-month-TXT THEN
                       ADD 1 TO mr-self-month-CNT
                   END-IF
               ELSE
                   ADD 1 TO mr-hand-held-CNT
                   IF ban-time-TXT(1 : 6) IS EQUAL TO mr-month-TXT THEN
                       ADD 1 TO mr-hand-month-CNT
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(ban-orig-mask-TXT) DELIMITED BY SIZE
                           " by " DELIMITED BY SIZE
                           TRIM(ban-setter-TXT) DELIMITED BY SIZE
                           " on " DELIMITED BY SIZE
                           ban-time-TXT(1 : 4) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           ban-time-TXT(5 : 2) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           ban-time-TXT(7 : 2) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       WRITE out-REC
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ban-FC

           MOVE mr-hand-month-CNT TO mr-CNT-DISP
           MOVE mr-self-month-CNT TO mr-CNT2-DISP
           MOVE SPACE TO out-REC
           STRING
               "  Placed this month: " DELIMITED BY SIZE
               TRIM(mr-CNT-DISP) DELIMITED BY SIZE
               " by hand, " DELIMITED BY SIZE
               TRIM(mr-CNT2-DISP) DELIMITED BY SIZE
               " by stan" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           MOVE mr-hand-held-CNT TO mr-CNT-DISP
           MOVE mr-self-held-CNT TO mr-CNT2-DISP
           MOVE SPACE TO out-REC
           STRING
               "  Still in place: " DELIMITED BY SIZE
               TRIM(mr-CNT-DISP) DELIMITED BY SIZE
               " by hand, " DELIMITED BY SIZE
               TRIM(mr-CNT2-DISP) DELIMITED BY SIZE
               " by stan" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       140-pending-unbans SECTION.

           MOVE 0 TO mr-sect-CNT

           MOVE SPACE TO out-REC
           MOVE "--- Pending timed unbans ---" TO out-REC
           WRITE out-REC

           OPEN INPUT offense-FC
           IF NOT offense-STA-OK THEN
               MOVE "  (no offense ledger on file)" TO out-REC
               WRITE out-REC
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ offense-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF offense-unban-due-TXT IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO cf-src-TXT
               MOVE offense-unban-chan-TXT TO cf-src-TXT
               PERFORM 095-casefold
               IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(mr-chan-fold-TXT)
                       THEN
                   ADD 1 TO mr-sect-CNT
                   MOVE SPACE TO out-REC
                   STRING
                       "  " DELIMITED BY SIZE
                       TRIM(offense-banmask-TXT) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       TRIM(offense-orig-nick-TXT) DELIMITED BY SIZE
                       ") lifts " DELIMITED BY SIZE
                       offense-unban-due-TXT(1 : 4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       offense-unban-due-TXT(5 : 2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       offense-unban-due-TXT(7 : 2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       offense-unban-due-TXT(10 : 2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       offense-unban-due-TXT(12 : 2) DELIMITED BY SIZE
                       " UTC" DELIMITED BY SIZE
                       INTO out-REC
                   END-STRING
                   WRITE out-REC
               END-IF
           END-PERFORM

           CLOSE offense-FC

           IF mr-sect-CNT IS EQUAL TO 0 THEN
               MOVE "  (none pending)" TO out-REC
               WRITE out-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       150-stale-bans SECTION.

      *    The same test 389-check-ban-ages nudges the admins with:
      *    a hand-set ban older than ban-max-age seconds, as of now.
           MOVE 0 TO mr-sect-CNT

           MOVE SPACE TO out-REC
           IF mr-max-age-NUM IS EQUAL TO 0 THEN
               MOVE "--- Stale bans ---" TO out-REC
               WRITE out-REC
               MOVE "  (ban-max-age not set in stan.cfg)" TO out-REC
               WRITE out-REC
               EXIT SECTION
           END-IF

           COMPUTE mr-max-age-days-NUM =
               FUNCTION INTEGER(mr-max-age-NUM / 86400)
           MOVE mr-max-age-days-NUM TO mr-CNT-DISP
           STRING
               "--- Bans older than ban-max-age (" DELIMITED BY SIZE
               TRIM(mr-CNT-DISP) DELIMITED BY SIZE
               " day(s)) ---" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           OPEN INPUT ban-FC
           IF NOT ban-STA-OK THEN
               MOVE "  (no ban list on file)" TO out-REC
               WRITE out-REC
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ ban-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(ban-chan-TXT) IS NOT EQUAL TO
                       TRIM(mr-chan-fold-TXT)
                       OR ban-time-TXT(1 : 8) IS NOT NUMERIC THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO cf-src-TXT
               MOVE ban-setter-TXT TO cf-src-TXT
               PERFORM 095-casefold
               IF TRIM(cf-dst-TXT) IS EQUAL TO TRIM(mr-self-TXT) THEN
                   EXIT PERFORM CYCLE
               END-IF

               COMPUTE mr-rec-SEC =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(ban-time-TXT(1 : 8))) * 86400
                   + FUNCTION NUMVAL(ban-time-TXT(10 : 2)) * 3600
                   + FUNCTION NUMVAL(ban-time-TXT(12 : 2)) * 60
                   + FUNCTION NUMVAL(ban-time-TXT(14 : 2))
               COMPUTE mr-age-SEC = mr-now-SEC - mr-rec-SEC
               IF mr-age-SEC IS GREATER THAN mr-max-age-NUM THEN
                   ADD 1 TO mr-sect-CNT
                   COMPUTE mr-age-days-NUM =
                       FUNCTION INTEGER(mr-age-SEC / 86400)
                   MOVE mr-age-days-NUM TO mr-CNT-DISP
                   MOVE SPACE TO out-REC
                   STRING
                       "  " DELIMITED BY SIZE
                       TRIM(ban-orig-mask-TXT) DELIMITED BY SIZE
                       " set by " DELIMITED BY SIZE
                       TRIM(ban-setter-TXT) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       ban-time-TXT(1 : 4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       ban-time-TXT(5 : 2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       ban-time-TXT(7 : 2) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       TRIM(mr-CNT-DISP) DELIMITED BY SIZE
                       " day(s))" DELIMITED BY SIZE
                       INTO out-REC
                   END-STRING
                   WRITE out-REC
               END-IF
           END-PERFORM

           CLOSE ban-FC

           IF mr-sect-CNT IS EQUAL TO 0 THEN
               MOVE "  (none)" TO out-REC
               WRITE out-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

       END PROGRAM stan-modreport.
