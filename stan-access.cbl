      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-access.

      *****************************************************************
      *    Access-grant review: every grant stan.cfg makes - "admin"
      *    and "role" entries and the "autoop" list, channel-scoped
      *    ones included - with what the holder has done lately:
      *        - the holder's last activity from stan-seen.dat (when
      *          the pattern's nick part names one nick);
      *        - the last privileged command the runtime audit ledger
      *          (stan-audit.log) shows a matching hostmask allowed,
      *          or for a "$a:<account>" grant that account allowed;
      *        - how many distinct hostmasks in that ledger the
      *          pattern matches.
      *    Flagged for review:
      *        STALE      holder not seen in N days, or never
      *        BROAD      pattern wildcarded in nick, user and host
      *                   alike, or matching several hostmasks
      *        NOT JOINED scoped to a channel no "channel" entry joins
      *                   (autoop entries especially - the channel is
      *                   usually long gone)
      *    The "cmd-role" tier overrides are listed after the grants,
      *    since lowering a command's tier grants it to everyone at
      *    the new one. SYSIN's first line is N (ninety days when
      *    it's left off):
      *        echo 90 | stan-access
      *    and it writes "stan-access-<YYYYMMDD>.txt" (today, UTC;
      *    "stan-access-<network>-<YYYYMMDD>.txt" under STAN_NETWORK),
      *    ending with return code 4 when anything is flagged. Run it
      *    quarterly and file the output with the access evidence.
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

           SELECT config-FC
               ASSIGN TO config-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS config-IDX
               ALTERNATE RECORD KEY IS config-opt-TXT WITH DUPLICATES
               FILE STATUS IS config-STA.

           SELECT seen-FC
               ASSIGN TO seen-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS seen-nick-TXT
               FILE STATUS IS seen-STA.

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
       FD parm-FC.
       01 parm-REC
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

       FD seen-FC.
       01 seen-REC.
           05 seen-nick-TXT
               PICTURE IS X(65).
           05 seen-orig-nick-TXT
               PICTURE IS X(65).
           05 seen-time-TXT
               PICTURE IS X(15).
           05 seen-chan-TXT
               PICTURE IS X(65).
           05 seen-msg-TXT
               PICTURE IS X(200).
           05 seen-event-CHR
               PICTURE IS X.

      *    "YYYYMMDD-HHMMSS <text>"; the admin-command lines put the
      *    sender's hostmask first and end "-> allowed"/"-> denied".
       FD rtaudit-FC.
       01 rtaudit-REC
           PICTURE IS X(500).

       FD out-FC.
       01 out-REC
           PICTURE IS X(300).

      *****************************************************************

       WORKING-STORAGE SECTION.

       01 config-STA
           PICTURE IS X(2).
           88 config-STA-OK
               VALUE IS "00".

       01 seen-STA
           PICTURE IS X(2).
           88 seen-STA-OK
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

       01 seen-filename-TXT
           PICTURE IS X(255).

       01 rtaudit-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * The grants.                         *
      * * * * * * * * * * * * * * * * * * * *
       78 ag-grant-max-NUM
           VALUE IS 200.

       01 ag-grant-TBL-GRP.
           05 ag-grant-entry OCCURS 200 TIMES.
      *        "admin", "role" or "autoop".
               10 ag-kind-TXT
                   PICTURE IS X(8).
      *        The tier word, or "op"/"voice" for autoop.
               10 ag-tier-TXT
                   PICTURE IS X(12).
               10 ag-scope-TXT
                   PICTURE IS X(65).
               10 ag-scope-fold-TXT
                   PICTURE IS X(65).
      *        As written, and folded with "!*@*" added to a bare
      *        nick the way 226-hostmask-entry-match expands it.
               10 ag-orig-TXT
                   PICTURE IS X(200).
               10 ag-pattern-TXT
                   PICTURE IS X(200).
      *        Folded nick part, blank when it's wildcarded.
               10 ag-nick-TXT
                   PICTURE IS X(65).
               10 ag-seen-time-TXT
                   PICTURE IS X(15).
               10 ag-seen-chan-TXT
                   PICTURE IS X(65).
               10 ag-seen-CHR
                   PICTURE IS X.
                   88 ag-was-seen
                       VALUE IS "Y".
               10 ag-act-time-TXT
                   PICTURE IS X(15).
               10 ag-act-TXT
                   PICTURE IS X(120).
               10 ag-match-CNT
                   PICTURE IS 9(4).
               10 ag-wild-parts-NUM
                   PICTURE IS 9(1).

       01 ag-grant-CNT
           PICTURE IS 9(3)
           VALUE IS 0.

       01 ag-grant-IDX
           PICTURE IS 9(3).

       01 ag-cmdrole-TBL-GRP.
           05 ag-cmdrole-TBL OCCURS 50 TIMES
               PICTURE IS X(80).

       01 ag-cmdrole-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 ag-cmdrole-IDX
           PICTURE IS 9(2).

      *    Names from the "channel" entries, folded and as written.
       01 ag-chan-TBL-GRP.
           05 ag-chan-TBL OCCURS 50 TIMES
               PICTURE IS X(65).

       01 ag-chan-name-TBL-GRP.
           05 ag-chan-name-TBL OCCURS 50 TIMES
               PICTURE IS X(65).

       01 ag-chan-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 ag-chan-IDX
           PICTURE IS 9(2).

       01 ag-chan-list-TXT
           PICTURE IS X(250).

       01 ag-chan-list-PTR
           PICTURE IS 9(3).

      *    Distinct folded hostmasks the audit ledger shows.
       78 ag-mask-max-NUM
           VALUE IS 1000.

       01 ag-mask-TBL-GRP.
           05 ag-mask-TBL OCCURS 1000 TIMES
               PICTURE IS X(200).

       01 ag-mask-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

       01 ag-mask-IDX
           PICTURE IS 9(4).

      *    A pattern matching this many distinct hostmasks is BROAD
      *    whatever it looks like.
       78 ag-broad-min-NUM
           VALUE IS 3.

      * * * * * * * * * * * * * * * * * * * *
      * Working set.                        *
      * * * * * * * * * * * * * * * * * * * *
       01 ag-days-NUM
           PICTURE IS 9(5).

       01 ag-days-DISP
           PICTURE IS Z(4)9.

       01 ag-now-TXT
           PICTURE IS X(21).

       01 ag-now-SEC
           PICTURE IS S9(11).

       01 ag-today-DAY-NUM
           PICTURE IS 9(7).

       01 ag-today-DISP
           PICTURE IS 9(8).

       01 ag-age-NUM
           PICTURE IS 9(7).

       01 ag-age-DISP
           PICTURE IS Z(6)9.

       01 ag-val-TXT
           PICTURE IS X(255).

       01 ag-rest-TXT
           PICTURE IS X(255).

       01 ag-word-TXT
           PICTURE IS X(80).

       01 ag-space-POS
           PICTURE IS 9(3).

       01 ag-bang-CNT
           PICTURE IS 9(3).

       01 ag-at-POS
           PICTURE IS 9(3).

       01 ag-part-TXT
           PICTURE IS X(200).

       01 ag-wild-CNT
           PICTURE IS 9(3).

       01 ag-line-TXT
           PICTURE IS X(500).

       01 ag-mask-TXT
           PICTURE IS X(200).

       01 ag-allowed-CNT
           PICTURE IS 9(3).

      *    "$A:<ACCOUNT>", folded, when the allowed line names the
      *    sender's services account.
       01 ag-acct-TXT
           PICTURE IS X(200).

       01 ag-acct-POS
           PICTURE IS 9(3).

       01 ag-flag-CNT
           PICTURE IS 9(4).

       01 ag-stale-CNT
           PICTURE IS 9(4).

       01 ag-broad-CNT
           PICTURE IS 9(4).

       01 ag-unjoined-CNT
           PICTURE IS 9(4).

       01 ag-CNT-DISP
           PICTURE IS Z(3)9.

       01 ag-CNT2-DISP
           PICTURE IS Z(3)9.

       01 ag-scope-DISP
           PICTURE IS X(65).

       01 ag-joined-CHR
           PICTURE IS X.
           88 ag-joined
               VALUE IS "Y".

       01 ag-out-PTR
           PICTURE IS 9(3).

       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * Wildcard matching, as stan.cbl's    *
      * 223-match-hostmask.                 *
      * * * * * * * * * * * * * * * * * * * *
       01 wc-pattern-TXT
           PICTURE IS X(200).

       01 wc-subject-TXT
           PICTURE IS X(200).

       01 wc-pattern-LEN
           PICTURE IS 9(3).

       01 wc-subject-LEN
           PICTURE IS 9(3).

       01 wc-p-POS
           PICTURE IS 9(3).

       01 wc-s-POS
           PICTURE IS 9(3).

       01 wc-star-P
           PICTURE IS 9(3).

       01 wc-star-S
           PICTURE IS 9(3).

       01 wc-match-CHR
           PICTURE IS X.
           88 wc-is-match
               VALUE IS "Y".

       01 wc-done-CHR
           PICTURE IS X.
           88 wc-is-done
               VALUE IS "Y".

       01 wc-char-ok-CHR
           PICTURE IS X.
           88 wc-is-char-ok
               VALUE IS "Y".

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"

           MOVE 90 TO ag-days-NUM
           OPEN INPUT parm-FC
           READ parm-FC
               AT END
                   CONTINUE
               NOT AT END
                   IF parm-REC(1 : 1) IS NUMERIC THEN
                       MOVE FUNCTION NUMVAL(parm-REC(1 : 5))
                           TO ag-days-NUM
                   END-IF
           END-READ
           CLOSE parm-FC

      *    UTC today, as stan-tickets works it out - the stamps in
      *    the seen file and the ledger are UTC.
           MOVE FUNCTION CURRENT-DATE TO ag-now-TXT
           COMPUTE ag-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ag-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(ag-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(ag-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(ag-now-TXT(13 : 2))
           EVALUATE ag-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE ag-now-SEC = ag-now-SEC
                       - FUNCTION NUMVAL(ag-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(ag-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE ag-now-SEC = ag-now-SEC
                       + FUNCTION NUMVAL(ag-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(ag-now-TXT(20 : 2)) * 60
           END-EVALUATE
           COMPUTE ag-today-DAY-NUM =
               FUNCTION INTEGER(ag-now-SEC / 86400)
           MOVE FUNCTION DATE-OF-INTEGER(ag-today-DAY-NUM)
               TO ag-today-DISP

           PERFORM 010-set-filenames
           PERFORM 100-read-config
           PERFORM 200-look-up-seen
           PERFORM 300-scan-audit
           PERFORM 400-write-report

           IF ag-flag-CNT IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-set-filenames SECTION.

           MOVE SPACE TO config-filename-TXT
           MOVE SPACE TO seen-filename-TXT
           MOVE SPACE TO rtaudit-filename-TXT
           MOVE SPACE TO out-filename-TXT
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan.cfg" TO config-filename-TXT
               MOVE "stan-seen.dat" TO seen-filename-TXT
               MOVE "stan-audit.log" TO rtaudit-filename-TXT
               STRING
                   "stan-access-" DELIMITED BY SIZE
                   ag-today-DISP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO out-filename-TXT
               END-STRING
           ELSE
               STRING
                   "stan-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".cfg" DELIMITED BY SIZE
                   INTO config-filename-TXT
               END-STRING
               STRING
                   "stan-seen-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO seen-filename-TXT
               END-STRING
               STRING
                   "stan-audit-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".log" DELIMITED BY SIZE
                   INTO rtaudit-filename-TXT
               END-STRING
               STRING
                   "stan-access-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ag-today-DISP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO out-filename-TXT
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       100-read-config SECTION.

      *    One pass over the config file: the joined channels, the
      *    grants, and the command tier overrides.
           OPEN INPUT config-FC
           IF NOT config-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(config-filename-TXT)
                   " (status " config-STA ")" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM
               UNTIL EXIT
               READ config-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF NOT config-STA-OK THEN
                   EXIT PERFORM
               END-IF

               EVALUATE TRIM(config-opt-TXT)
                   WHEN "channel"
                       PERFORM 110-note-channel
                   WHEN "admin"
                   WHEN "role"
                   WHEN "autoop"
                       PERFORM 120-note-grant
                   WHEN "cmd-role"
                       IF ag-cmdrole-CNT IS LESS THAN 50 THEN
                           ADD 1 TO ag-cmdrole-CNT
                           MOVE TRIM(config-val-TXT)
                               TO ag-cmdrole-TBL(ag-cmdrole-CNT)
                       END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE config-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       110-note-channel SECTION.

      *    A value may carry a join key after the name - only the
      *    name matters.
           IF ag-chan-CNT IS NOT LESS THAN 50 THEN
               EXIT SECTION
           END-IF
           MOVE 0 TO ag-space-POS
           INSPECT config-val-TXT TALLYING ag-space-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF ag-space-POS IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF
           MOVE SPACE TO cf-src-TXT
           MOVE config-val-TXT(1 : ag-space-POS) TO cf-src-TXT
           PERFORM 095-casefold
           ADD 1 TO ag-chan-CNT
           MOVE cf-dst-TXT TO ag-chan-TBL(ag-chan-CNT)
           MOVE cf-src-TXT TO ag-chan-name-TBL(ag-chan-CNT)

           .

      * * * * * * * * * * * * * * * * * * * *

       120-note-grant SECTION.

      *    "[<chan> ]<pattern>" for admin, "[<chan> ]<tier>
      *    <pattern>" for role, "[<chan> ]<o|v> <pattern>" for
      *    autoop - the scope rule is 235-check-entry-scope's.
           IF ag-grant-CNT IS NOT LESS THAN ag-grant-max-NUM THEN
               EXIT SECTION
           END-IF
           ADD 1 TO ag-grant-CNT
           MOVE ag-grant-CNT TO ag-grant-IDX
           MOVE TRIM(config-opt-TXT) TO ag-kind-TXT(ag-grant-IDX)
           MOVE SPACE TO ag-tier-TXT(ag-grant-IDX)
           MOVE SPACE TO ag-scope-TXT(ag-grant-IDX)
           MOVE SPACE TO ag-scope-fold-TXT(ag-grant-IDX)
           MOVE SPACE TO ag-nick-TXT(ag-grant-IDX)
           MOVE SPACE TO ag-seen-time-TXT(ag-grant-IDX)
           MOVE SPACE TO ag-seen-chan-TXT(ag-grant-IDX)
           MOVE "N" TO ag-seen-CHR(ag-grant-IDX)
           MOVE SPACE TO ag-act-time-TXT(ag-grant-IDX)
           MOVE SPACE TO ag-act-TXT(ag-grant-IDX)
           MOVE 0 TO ag-match-CNT(ag-grant-IDX)
           MOVE 0 TO ag-wild-parts-NUM(ag-grant-IDX)

           MOVE TRIM(config-val-TXT) TO ag-val-TXT
           IF ag-val-TXT(1 : 1) IS EQUAL TO "#"
                   OR ag-val-TXT(1 : 1) IS EQUAL TO "&" THEN
               MOVE 0 TO ag-space-POS
               INSPECT ag-val-TXT TALLYING ag-space-POS
                   FOR CHARACTERS BEFORE INITIAL " "
               IF ag-space-POS IS LESS THAN LENGTH OF ag-val-TXT
                       AND TRIM(ag-val-TXT(ag-space-POS + 2 : ))
                           IS NOT EQUAL TO SPACE THEN
                   MOVE ag-val-TXT(1 : ag-space-POS)
                       TO ag-scope-TXT(ag-grant-IDX)
                   MOVE ag-scope-TXT(ag-grant-IDX) TO cf-src-TXT
                   PERFORM 095-casefold
                   MOVE cf-dst-TXT TO ag-scope-fold-TXT(ag-grant-IDX)
                   MOVE TRIM(ag-val-TXT(ag-space-POS + 2 : ))
                       TO ag-rest-TXT
                   MOVE ag-rest-TXT TO ag-val-TXT
               END-IF
           END-IF

           EVALUATE ag-kind-TXT(ag-grant-IDX)
               WHEN "admin"
                   MOVE "admin" TO ag-tier-TXT(ag-grant-IDX)
               WHEN OTHER
                   MOVE SPACE TO ag-word-TXT
                   MOVE 0 TO ag-space-POS
                   INSPECT ag-val-TXT TALLYING ag-space-POS
                       FOR CHARACTERS BEFORE INITIAL " "
                   IF ag-space-POS IS GREATER THAN 0
                           AND ag-space-POS IS LESS THAN
                               LENGTH OF ag-val-TXT THEN
                       MOVE ag-val-TXT(1 : ag-space-POS)
                           TO ag-word-TXT
                       MOVE TRIM(ag-val-TXT(ag-space-POS + 2 : ))
                           TO ag-rest-TXT
                       MOVE ag-rest-TXT TO ag-val-TXT
                   END-IF
                   IF ag-kind-TXT(ag-grant-IDX) IS EQUAL TO "autoop"
                           THEN
                       EVALUATE ag-word-TXT
                           WHEN "o"
                               MOVE "op" TO ag-tier-TXT(ag-grant-IDX)
                           WHEN "v"
                               MOVE "voice"
                                   TO ag-tier-TXT(ag-grant-IDX)
                           WHEN OTHER
                               MOVE ag-word-TXT
                                   TO ag-tier-TXT(ag-grant-IDX)
                       END-EVALUATE
                   ELSE
                       MOVE ag-word-TXT TO ag-tier-TXT(ag-grant-IDX)
                   END-IF
           END-EVALUATE

           MOVE ag-val-TXT TO ag-orig-TXT(ag-grant-IDX)

      *    "$a:<account>" names a services account, not a hostmask:
      *    the account stands in for the nick (it's usually the
      *    holder's own), and nothing in it is wildcarded.
           IF ag-val-TXT(1 : 3) IS EQUAL TO "$a:"
                   OR ag-val-TXT(1 : 3) IS EQUAL TO "$A:" THEN
               MOVE SPACE TO cf-src-TXT
               MOVE ag-val-TXT TO cf-src-TXT
               PERFORM 095-casefold
               MOVE cf-dst-TXT TO ag-pattern-TXT(ag-grant-IDX)
               MOVE cf-dst-TXT(4 : ) TO ag-nick-TXT(ag-grant-IDX)
               EXIT SECTION
           END-IF

           MOVE 0 TO ag-bang-CNT
           INSPECT ag-val-TXT TALLYING ag-bang-CNT FOR ALL "!"
           MOVE SPACE TO cf-src-TXT
           IF ag-bang-CNT IS EQUAL TO 0 THEN
               STRING
                   TRIM(ag-val-TXT) DELIMITED BY SIZE
                   "!*@*" DELIMITED BY SIZE
                   INTO cf-src-TXT
               END-STRING
           ELSE
               MOVE ag-val-TXT TO cf-src-TXT
           END-IF
           PERFORM 095-casefold
           MOVE cf-dst-TXT TO ag-pattern-TXT(ag-grant-IDX)
           PERFORM 130-weigh-pattern

           .

      * * * * * * * * * * * * * * * * * * * *

       130-weigh-pattern SECTION.

      *    Split ag-pattern-TXT into nick!user@host: keep the nick
      *    when it names one person, and count how many of the three
      *    parts are wildcarded.
           MOVE ag-pattern-TXT(ag-grant-IDX) TO ag-line-TXT

           MOVE 0 TO ag-space-POS
           INSPECT ag-line-TXT TALLYING ag-space-POS
               FOR CHARACTERS BEFORE INITIAL "!"
           MOVE SPACE TO ag-part-TXT
           IF ag-space-POS IS GREATER THAN 0 THEN
               MOVE ag-line-TXT(1 : ag-space-POS) TO ag-part-TXT
           END-IF
           MOVE 0 TO ag-wild-CNT
           INSPECT ag-part-TXT TALLYING ag-wild-CNT
               FOR ALL "*" ALL "?"
           IF ag-wild-CNT IS GREATER THAN 0
                   OR ag-part-TXT IS EQUAL TO SPACE THEN
               ADD 1 TO ag-wild-parts-NUM(ag-grant-IDX)
           ELSE
               MOVE ag-part-TXT TO ag-nick-TXT(ag-grant-IDX)
           END-IF
           MOVE ag-line-TXT(ag-space-POS + 2 : ) TO ag-rest-TXT

           MOVE 0 TO ag-at-POS
           INSPECT ag-rest-TXT TALLYING ag-at-POS
               FOR CHARACTERS BEFORE INITIAL "@"
           MOVE SPACE TO ag-part-TXT
           IF ag-at-POS IS GREATER THAN 0 THEN
               MOVE ag-rest-TXT(1 : ag-at-POS) TO ag-part-TXT
           END-IF
           MOVE 0 TO ag-wild-CNT
           INSPECT ag-part-TXT TALLYING ag-wild-CNT
               FOR ALL "*" ALL "?"
           IF ag-wild-CNT IS GREATER THAN 0
                   OR ag-part-TXT IS EQUAL TO SPACE THEN
               ADD 1 TO ag-wild-parts-NUM(ag-grant-IDX)
           END-IF

           MOVE SPACE TO ag-part-TXT
           IF ag-at-POS IS LESS THAN LENGTH OF ag-rest-TXT THEN
               MOVE ag-rest-TXT(ag-at-POS + 2 : ) TO ag-part-TXT
           END-IF
           MOVE 0 TO ag-wild-CNT
           INSPECT ag-part-TXT TALLYING ag-wild-CNT
               FOR ALL "*" ALL "?"
           IF ag-wild-CNT IS GREATER THAN 0
                   OR ag-part-TXT IS EQUAL TO SPACE THEN
               ADD 1 TO ag-wild-parts-NUM(ag-grant-IDX)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       200-look-up-seen SECTION.

      *    Last activity for every grant whose nick part names one
      *    nick. No seen file just means nobody has been seen.
           OPEN INPUT seen-FC
           IF NOT seen-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(seen-filename-TXT)
                   " (status " seen-STA ") - nobody counts as seen"
                   UPON SYSERR
               EXIT SECTION
           END-IF

           PERFORM VARYING ag-grant-IDX FROM 1 BY 1
                   UNTIL ag-grant-IDX IS GREATER THAN ag-grant-CNT
               IF ag-nick-TXT(ag-grant-IDX) IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF
               MOVE SPACE TO seen-nick-TXT
               MOVE ag-nick-TXT(ag-grant-IDX) TO seen-nick-TXT
               READ seen-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ag-seen-CHR(ag-grant-IDX)
                       MOVE seen-time-TXT
                           TO ag-seen-time-TXT(ag-grant-IDX)
                       MOVE seen-chan-TXT
                           TO ag-seen-chan-TXT(ag-grant-IDX)
               END-READ
           END-PERFORM

           CLOSE seen-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       300-scan-audit SECTION.

      *    Every ledger line led by a hostmask is a command someone
      *    sent. The allowed ones are privileged actions, credited to
      *    each grant whose pattern matches the sender - oldest first,
      *    so the last credited is the latest. Every distinct sender
      *    is kept for the breadth count.
           OPEN INPUT rtaudit-FC
           IF NOT rtaudit-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(rtaudit-filename-TXT)
                   " (status " rtaudit-STA ") - no actions on record"
                   UPON SYSERR
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ rtaudit-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE rtaudit-REC(17 : ) TO ag-line-TXT
               MOVE 0 TO ag-space-POS
               INSPECT ag-line-TXT TALLYING ag-space-POS
                   FOR CHARACTERS BEFORE INITIAL " "
               IF ag-space-POS IS EQUAL TO 0
                       OR ag-space-POS IS GREATER THAN 200 THEN
                   EXIT PERFORM CYCLE
               END-IF
               MOVE 0 TO ag-bang-CNT
               INSPECT ag-line-TXT(1 : ag-space-POS)
                   TALLYING ag-bang-CNT FOR ALL "!"
               IF ag-bang-CNT IS EQUAL TO 0 THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO cf-src-TXT
               MOVE ag-line-TXT(1 : ag-space-POS) TO cf-src-TXT
               PERFORM 095-casefold
               MOVE cf-dst-TXT TO ag-mask-TXT
               PERFORM 310-note-mask

               MOVE 0 TO ag-allowed-CNT
               INSPECT ag-line-TXT TALLYING ag-allowed-CNT
                   FOR ALL "-> allowed"
               IF ag-allowed-CNT IS EQUAL TO 0 THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO ag-acct-TXT
               MOVE 0 TO ag-acct-POS
               INSPECT ag-line-TXT TALLYING ag-acct-POS
                   FOR CHARACTERS BEFORE INITIAL "-> allowed (account "
               IF ag-acct-POS IS LESS THAN LENGTH OF ag-line-TXT THEN
                   MOVE SPACE TO cf-src-TXT
                   UNSTRING ag-line-TXT(ag-acct-POS + 21 : )
                       DELIMITED BY ")"
                       INTO cf-src-TXT
                   END-UNSTRING
                   PERFORM 095-casefold
                   STRING
                       "$A:" DELIMITED BY SIZE
                       TRIM(cf-dst-TXT) DELIMITED BY SIZE
                       INTO ag-acct-TXT
                   END-STRING
               END-IF

               MOVE ag-mask-TXT TO wc-subject-TXT
               PERFORM VARYING ag-grant-IDX FROM 1 BY 1
                       UNTIL ag-grant-IDX IS GREATER THAN ag-grant-CNT
                   IF ag-pattern-TXT(ag-grant-IDX)(1 : 3)
                           IS EQUAL TO "$A:" THEN
                       MOVE "N" TO wc-match-CHR
                       IF ag-acct-TXT IS NOT EQUAL TO SPACE
                               AND ag-acct-TXT IS EQUAL TO
                                   ag-pattern-TXT(ag-grant-IDX) THEN
                           MOVE "Y" TO wc-match-CHR
                       END-IF
                   ELSE
                       MOVE ag-pattern-TXT(ag-grant-IDX)
                           TO wc-pattern-TXT
                       PERFORM 090-match-hostmask
                   END-IF
                   IF wc-is-match THEN
                       MOVE rtaudit-REC(1 : 15)
                           TO ag-act-time-TXT(ag-grant-IDX)
                       MOVE TRIM(ag-line-TXT(ag-space-POS + 2 : ))
                           TO ag-act-TXT(ag-grant-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM

           CLOSE rtaudit-FC

      *    Now the breadth: distinct senders each pattern matches.
           PERFORM VARYING ag-grant-IDX FROM 1 BY 1
                   UNTIL ag-grant-IDX IS GREATER THAN ag-grant-CNT
               MOVE ag-pattern-TXT(ag-grant-IDX) TO wc-pattern-TXT
               PERFORM VARYING ag-mask-IDX FROM 1 BY 1
                       UNTIL ag-mask-IDX IS GREATER THAN ag-mask-CNT
                   MOVE ag-mask-TBL(ag-mask-IDX) TO wc-subject-TXT
                   PERFORM 090-match-hostmask
                   IF wc-is-match THEN
                       ADD 1 TO ag-match-CNT(ag-grant-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       310-note-mask SECTION.

           PERFORM VARYING ag-mask-IDX FROM 1 BY 1
                   UNTIL ag-mask-IDX IS GREATER THAN ag-mask-CNT
               IF ag-mask-TBL(ag-mask-IDX) IS EQUAL TO ag-mask-TXT
                       THEN
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF ag-mask-CNT IS LESS THAN ag-mask-max-NUM THEN
               ADD 1 TO ag-mask-CNT
               MOVE ag-mask-TXT TO ag-mask-TBL(ag-mask-CNT)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       400-write-report SECTION.

           OPEN OUTPUT out-FC
           IF NOT out-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(out-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO ag-flag-CNT
           MOVE 0 TO ag-stale-CNT
           MOVE 0 TO ag-broad-CNT
           MOVE 0 TO ag-unjoined-CNT

           MOVE ag-days-NUM TO ag-days-DISP
           MOVE SPACE TO out-REC
           STRING
               "=== Access-grant review of " DELIMITED BY SIZE
               TRIM(config-filename-TXT) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               ag-today-DISP DELIMITED BY SIZE
               " (stale after " DELIMITED BY SIZE
               TRIM(ag-days-DISP) DELIMITED BY SIZE
               " days) ===" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           MOVE SPACE TO ag-chan-list-TXT
           MOVE 1 TO ag-chan-list-PTR
           PERFORM VARYING ag-chan-IDX FROM 1 BY 1
                   UNTIL ag-chan-IDX IS GREATER THAN ag-chan-CNT
               STRING
                   " " DELIMITED BY SIZE
                   TRIM(ag-chan-name-TBL(ag-chan-IDX))
                       DELIMITED BY SIZE
                   INTO ag-chan-list-TXT
                   WITH POINTER ag-chan-list-PTR
               END-STRING
           END-PERFORM
           IF ag-chan-CNT IS EQUAL TO 0 THEN
               MOVE " (none)" TO ag-chan-list-TXT
           END-IF
           MOVE SPACE TO out-REC
           STRING
               "Channels joined:" DELIMITED BY SIZE
               TRIM(ag-chan-list-TXT TRAILING) DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE ag-grant-CNT TO ag-CNT-DISP
           MOVE SPACE TO out-REC
           STRING
               "Grants: " DELIMITED BY SIZE
               TRIM(ag-CNT-DISP) DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           PERFORM VARYING ag-grant-IDX FROM 1 BY 1
                   UNTIL ag-grant-IDX IS GREATER THAN ag-grant-CNT
               PERFORM 410-grant-lines
           END-PERFORM

           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE ag-cmdrole-CNT TO ag-CNT-DISP
           MOVE SPACE TO out-REC
           STRING
               "Command tier overrides (cmd-role): " DELIMITED BY SIZE
               TRIM(ag-CNT-DISP) DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC
           PERFORM VARYING ag-cmdrole-IDX FROM 1 BY 1
                   UNTIL ag-cmdrole-IDX IS GREATER THAN ag-cmdrole-CNT
               MOVE SPACE TO out-REC
               STRING
                   "  " DELIMITED BY SIZE
                   TRIM(ag-cmdrole-TBL(ag-cmdrole-IDX))
                       DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
           END-PERFORM

           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE ag-flag-CNT TO ag-CNT-DISP
           MOVE SPACE TO out-REC
           MOVE 1 TO ag-out-PTR
           STRING
               "Flagged: " DELIMITED BY SIZE
               TRIM(ag-CNT-DISP) DELIMITED BY SIZE
               INTO out-REC
               WITH POINTER ag-out-PTR
           END-STRING
           MOVE ag-stale-CNT TO ag-CNT2-DISP
           STRING
               " - stale " DELIMITED BY SIZE
               TRIM(ag-CNT2-DISP) DELIMITED BY SIZE
               INTO out-REC
               WITH POINTER ag-out-PTR
           END-STRING
           MOVE ag-broad-CNT TO ag-CNT2-DISP
           STRING
               ", broad " DELIMITED BY SIZE
               TRIM(ag-CNT2-DISP) DELIMITED BY SIZE
               INTO out-REC
               WITH POINTER ag-out-PTR
           END-STRING
           MOVE ag-unjoined-CNT TO ag-CNT2-DISP
           STRING
               ", not joined " DELIMITED BY SIZE
               TRIM(ag-CNT2-DISP) DELIMITED BY SIZE
               INTO out-REC
               WITH POINTER ag-out-PTR
           END-STRING
           WRITE out-REC

           CLOSE out-FC

           IF ag-flag-CNT IS GREATER THAN 0 THEN
               DISPLAY "*** " TRIM(out-REC) " (" TRIM(out-filename-TXT)
                   ")" UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       410-grant-lines SECTION.

      *    One grant: the entry, then what's known of its holder,
      *    then a line per flag.
           IF ag-scope-TXT(ag-grant-IDX) IS EQUAL TO SPACE THEN
               MOVE "(all channels)" TO ag-scope-DISP
           ELSE
               MOVE ag-scope-TXT(ag-grant-IDX) TO ag-scope-DISP
           END-IF

           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE SPACE TO out-REC
           STRING
               "  " DELIMITED BY SIZE
               ag-kind-TXT(ag-grant-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ag-tier-TXT(ag-grant-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(ag-scope-DISP) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TRIM(ag-orig-TXT(ag-grant-IDX)) DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

      *    Last seen - only a concrete nick can be looked up.
           MOVE SPACE TO out-REC
           EVALUATE TRUE
               WHEN ag-nick-TXT(ag-grant-IDX) IS EQUAL TO SPACE
                   STRING
                       "      holder: wildcarded nick, no one person"
                           DELIMITED BY SIZE
                       " to look up" DELIMITED BY SIZE
                       INTO out-REC
                   END-STRING
               WHEN ag-was-seen(ag-grant-IDX)
                   PERFORM 420-seen-age
                   MOVE ag-age-NUM TO ag-age-DISP
                   STRING
                       "      last seen " DELIMITED BY SIZE
                       ag-seen-time-TXT(ag-grant-IDX)
                           DELIMITED BY SIZE
                       " UTC in " DELIMITED BY SIZE
                       TRIM(ag-seen-chan-TXT(ag-grant-IDX))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       TRIM(ag-age-DISP) DELIMITED BY SIZE
                       " days ago)" DELIMITED BY SIZE
                       INTO out-REC
                   END-STRING
               WHEN OTHER
                   MOVE "      never seen" TO out-REC
           END-EVALUATE
           WRITE out-REC

           MOVE SPACE TO out-REC
           IF ag-act-time-TXT(ag-grant-IDX) IS EQUAL TO SPACE THEN
               MOVE "      no privileged action on record" TO out-REC
           ELSE
               STRING
                   "      last privileged action " DELIMITED BY SIZE
                   ag-act-time-TXT(ag-grant-IDX) DELIMITED BY SIZE
                   " UTC: " DELIMITED BY SIZE
                   TRIM(ag-act-TXT(ag-grant-IDX)) DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
           END-IF
           WRITE out-REC

           MOVE ag-match-CNT(ag-grant-IDX) TO ag-CNT-DISP
           MOVE SPACE TO out-REC
           STRING
               "      matches " DELIMITED BY SIZE
               TRIM(ag-CNT-DISP) DELIMITED BY SIZE
               " distinct hostmask(s) in the audit ledger"
                   DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

      *    The flags.
           IF ag-nick-TXT(ag-grant-IDX) IS NOT EQUAL TO SPACE THEN
               IF NOT ag-was-seen(ag-grant-IDX) THEN
                   MOVE "      *** STALE: holder never seen" TO out-REC
                   WRITE out-REC
                   ADD 1 TO ag-stale-CNT
                   ADD 1 TO ag-flag-CNT
               ELSE
                   IF ag-age-NUM IS NOT LESS THAN ag-days-NUM THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "      *** STALE: not seen in "
                               DELIMITED BY SIZE
                           TRIM(ag-days-DISP) DELIMITED BY SIZE
                           " days" DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       WRITE out-REC
                       ADD 1 TO ag-stale-CNT
                       ADD 1 TO ag-flag-CNT
                   END-IF
               END-IF
           END-IF

           IF ag-wild-parts-NUM(ag-grant-IDX) IS EQUAL TO 3
                   OR ag-match-CNT(ag-grant-IDX) IS NOT LESS THAN
                       ag-broad-min-NUM THEN
               IF ag-wild-parts-NUM(ag-grant-IDX) IS EQUAL TO 3 THEN
                   MOVE SPACE TO out-REC
                   STRING
                       "      *** BROAD: nick, user and host are all"
                           DELIMITED BY SIZE
                       " wildcarded" DELIMITED BY SIZE
                       INTO out-REC
                   END-STRING
               ELSE
                   MOVE SPACE TO out-REC
                   STRING
                       "      *** BROAD: matches " DELIMITED BY SIZE
                       TRIM(ag-CNT-DISP) DELIMITED BY SIZE
                       " different hostmasks" DELIMITED BY SIZE
                       INTO out-REC
                   END-STRING
               END-IF
               WRITE out-REC
               ADD 1 TO ag-broad-CNT
               ADD 1 TO ag-flag-CNT
           END-IF

           IF ag-scope-fold-TXT(ag-grant-IDX) IS NOT EQUAL TO SPACE
                   THEN
               MOVE "N" TO ag-joined-CHR
               PERFORM VARYING ag-chan-IDX FROM 1 BY 1
                       UNTIL ag-chan-IDX IS GREATER THAN ag-chan-CNT
                   IF ag-chan-TBL(ag-chan-IDX) IS EQUAL TO
                           ag-scope-fold-TXT(ag-grant-IDX) THEN
                       MOVE "Y" TO ag-joined-CHR
                   END-IF
               END-PERFORM
               IF NOT ag-joined THEN
                   MOVE SPACE TO out-REC
                   STRING
                       "      *** NOT JOINED: no channel entry for "
                           DELIMITED BY SIZE
                       TRIM(ag-scope-TXT(ag-grant-IDX))
                           DELIMITED BY SIZE
                       INTO out-REC
                   END-STRING
                   WRITE out-REC
                   ADD 1 TO ag-unjoined-CNT
                   ADD 1 TO ag-flag-CNT
               END-IF
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       420-seen-age SECTION.

      *    Whole days since the grant's last-seen stamp.
           MOVE 0 TO ag-age-NUM
           IF ag-seen-time-TXT(ag-grant-IDX)(1 : 8) IS NOT NUMERIC
                   THEN
               EXIT SECTION
           END-IF
           COMPUTE ag-age-NUM = ag-today-DAY-NUM
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   ag-seen-time-TXT(ag-grant-IDX)(1 : 8)))

           .

      * * * * * * * * * * * * * * * * * * * *

       090-match-hostmask SECTION.

      *    Classic backtracking wildcard match ("*" and "?") between
      *    wc-pattern-TXT and wc-subject-TXT, result in wc-match-CHR.
           MOVE FUNCTION LENGTH(TRIM(wc-pattern-TXT)) TO wc-pattern-LEN
           MOVE FUNCTION LENGTH(TRIM(wc-subject-TXT)) TO wc-subject-LEN
           MOVE 1 TO wc-p-POS
           MOVE 1 TO wc-s-POS
           MOVE 0 TO wc-star-P
           MOVE 0 TO wc-star-S
           MOVE "N" TO wc-match-CHR
           MOVE "N" TO wc-done-CHR

           PERFORM UNTIL wc-is-done
               IF wc-p-POS IS GREATER THAN wc-pattern-LEN THEN
                   IF wc-s-POS IS GREATER THAN wc-subject-LEN THEN
                       MOVE "Y" TO wc-match-CHR
                       MOVE "Y" TO wc-done-CHR
                   ELSE
                       IF wc-star-P IS GREATER THAN 0 THEN
                           ADD 1 TO wc-star-S
                           MOVE wc-star-S TO wc-s-POS
                           ADD 1 TO wc-star-P GIVING wc-p-POS
                       ELSE
                           MOVE "Y" TO wc-done-CHR
                       END-IF
                   END-IF
               ELSE
                   IF wc-pattern-TXT(wc-p-POS : 1) IS EQUAL TO "*" THEN
                       MOVE wc-p-POS TO wc-star-P
                       MOVE wc-s-POS TO wc-star-S
                       ADD 1 TO wc-p-POS
                   ELSE
                       MOVE "N" TO wc-char-ok-CHR
                       IF wc-s-POS IS NOT GREATER THAN wc-subject-LEN
                           IF wc-pattern-TXT(wc-p-POS : 1) IS EQUAL TO
                                   "?" THEN
                               MOVE "Y" TO wc-char-ok-CHR
                           ELSE
                               IF wc-pattern-TXT(wc-p-POS : 1) IS EQUAL
                                       TO wc-subject-TXT(wc-s-POS : 1)
                                       THEN
                                   MOVE "Y" TO wc-char-ok-CHR
                               END-IF
                           END-IF
                       END-IF

                       IF wc-is-char-ok THEN
                           ADD 1 TO wc-p-POS
                           ADD 1 TO wc-s-POS
                       ELSE
                           IF wc-star-P IS GREATER THAN 0 THEN
                               ADD 1 TO wc-star-S
                               MOVE wc-star-S TO wc-s-POS
                               ADD 1 TO wc-star-P GIVING wc-p-POS
                           ELSE
                               MOVE "Y" TO wc-done-CHR
                           END-IF
                       END-IF
                   END-IF
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

       END PROGRAM stan-access.
