      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-restore.

      *****************************************************************
      *    Restores the bot's data files from the snapshot sets
      *    "%backup" and the backup-time autobackup take (see
      *    345-snapshot-files in stan.cbl): one "<name>.<stamp>.bak"
      *    copy of each of the indexed files, all sharing one
      *    stamp. One command on SYSIN:
      *        list
      *            every snapshot set the events ledger records
      *            (BACKUP lines), and whether all of its .bak files
      *            of each are still on disk:
      *                echo list | stan-restore
      *        verify <stamp>
      *            open every .bak file of the set and count its
      *            records against the live file:
      *                echo 'verify 20260312030000' | stan-restore
      *        restore <stamp> [<file> ...]
      *            copy the set (or just the files named - config,
      *            seen, quote, karma, topic, tell, remind, fact,
      *            offense, links, trivia, tz, poll, vote, sched,
      *            stats, alias, bans, optout, oncall, tickets,
      *            karmalog, quotepend, calendar, actions) back over
      *            the live files:
      *                echo 'restore 20260312030000 karma' |
      *                    stan-restore
      *            Files that are only consistent together come back
      *            together whichever of them is named: alias with
      *            karma and trivia (alias adds merge scores into the
      *            canonical nick), poll with vote. Every file of the
      *            run comes from the one stamp given. Before anything
      *            is overwritten the live files are snapshotted as a
      *            new set, so the restore itself can be undone.
      *    The running bot holds the files open, so a restore first
      *    asks it to let go of them (maint-lock.cpy); if it doesn't
      *    within STAN_MAINT_WAIT seconds (default 300) the job ends
      *    with return code 12 and nothing overwritten. The bot
      *    re-reads the restored files when the restore finishes.
      *    A stamp not on the list (a set taken before snapshots were
      *    recorded in the ledger) can still be verified and restored.
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

      *    Only ever opened to ask "is this .bak file there?" - there
      *    is no directory listing from here.
           SELECT probe-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rs-STA.

      *    The snapshot files, each opened by whichever path
      *    (live or .bak) rs-path-TXT holds at the time - only one is
      *    ever open at once.
           SELECT config-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS config-IDX
               ALTERNATE RECORD KEY IS config-opt-TXT WITH DUPLICATES
               FILE STATUS IS rs-STA.

           SELECT seen-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS seen-nick-TXT
               FILE STATUS IS rs-STA.

           SELECT quote-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS quote-ID-NUM
               FILE STATUS IS rs-STA.

           SELECT karma-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS karma-term-TXT
               FILE STATUS IS rs-STA.

           SELECT topic-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS topic-chan-TXT
               FILE STATUS IS rs-STA.

           SELECT tell-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tell-key
               FILE STATUS IS rs-STA.

           SELECT remind-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS remind-ID-NUM
               FILE STATUS IS rs-STA.

           SELECT fact-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS fact-term-TXT
               FILE STATUS IS rs-STA.

           SELECT offense-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS offense-mask-TXT
               FILE STATUS IS rs-STA.

           SELECT link-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS link-ID-NUM
               ALTERNATE RECORD KEY IS link-norm-TXT WITH DUPLICATES
               FILE STATUS IS rs-STA.

           SELECT trivia-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS trivia-nick-TXT
               FILE STATUS IS rs-STA.

           SELECT tz-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tz-nick-TXT
               FILE STATUS IS rs-STA.

           SELECT poll-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS poll-chan-TXT
               FILE STATUS IS rs-STA.

           SELECT vote-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS vote-key
               FILE STATUS IS rs-STA.

           SELECT sched-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sched-ID-NUM
               FILE STATUS IS rs-STA.

           SELECT stats-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS stats-nick-TXT
               FILE STATUS IS rs-STA.

           SELECT alias-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS alias-nick-TXT
               FILE STATUS IS rs-STA.

           SELECT ban-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ban-key
               FILE STATUS IS rs-STA.

           SELECT optout-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS optout-nick-TXT
               FILE STATUS IS rs-STA.

           SELECT oncall-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS oncall-name-TXT
               FILE STATUS IS rs-STA.

           SELECT ticket-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ticket-key
               FILE STATUS IS rs-STA.

           SELECT karmalog-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS karmalog-key
               FILE STATUS IS rs-STA.

           SELECT qpend-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS qpend-ID-NUM
               FILE STATUS IS rs-STA.

           SELECT cal-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cal-key
               FILE STATUS IS rs-STA.

           SELECT action-FC
               ASSIGN TO rs-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS action-ID-NUM
               ALTERNATE RECORD KEY IS action-src-key
               ALTERNATE RECORD KEY IS action-owner-TXT WITH DUPLICATES
               FILE STATUS IS rs-STA.

           COPY "maint-lock-sel.cpy".

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD parm-FC.
       01 parm-REC
           PICTURE IS X(512).

       FD events-FC.
       01 events-REC
           PICTURE IS X(255).

       FD probe-FC.
       01 probe-REC
           PICTURE IS X(80).

      *    Keys as declared in stan.cbl's FILE SECTION; the rest of
      *    each record is only counted, never looked at.
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
           05 seen-rest-TXT
               PICTURE IS X(346).

       FD quote-FC.
       01 quote-REC.
           05 quote-ID-NUM
               PICTURE IS 9(9).
           05 quote-rest-TXT
               PICTURE IS X(545).

       FD karma-FC.
       01 karma-REC.
           05 karma-term-TXT
               PICTURE IS X(65).
           05 karma-rest-TXT
               PICTURE IS X(89).

       FD topic-FC.
       01 topic-REC.
           05 topic-chan-TXT
               PICTURE IS X(65).
           05 topic-rest-TXT
               PICTURE IS X(445).

       FD tell-FC.
       01 tell-REC.
           05 tell-key.
               10 tell-nick-TXT
                   PICTURE IS X(65).
               10 tell-seq-NUM
                   PICTURE IS 9(4).
           05 tell-rest-TXT
               PICTURE IS X(380).

       FD remind-FC.
       01 remind-REC.
           05 remind-ID-NUM
               PICTURE IS 9(9).
           05 remind-rest-TXT
               PICTURE IS X(445).

       FD fact-FC.
       01 fact-REC.
           05 fact-term-TXT
               PICTURE IS X(65).
           05 fact-rest-TXT
               PICTURE IS X(445).

       FD offense-FC.
       01 offense-REC.
           05 offense-mask-TXT
               PICTURE IS X(200).
           05 offense-rest-TXT
               PICTURE IS X(429).

       FD link-FC.
       01 link-REC.
           05 link-ID-NUM
               PICTURE IS 9(9).
           05 link-rest-TXT
               PICTURE IS X(510).
           05 link-norm-TXT
               PICTURE IS X(300).

       FD trivia-FC.
       01 trivia-REC.
           05 trivia-nick-TXT
               PICTURE IS X(65).
           05 trivia-rest-TXT
               PICTURE IS X(70).

       FD tz-FC.
       01 tz-REC.
           05 tz-nick-TXT
               PICTURE IS X(65).
           05 tz-rest-TXT
               PICTURE IS X(75).

       FD poll-FC.
       01 poll-REC.
           05 poll-chan-TXT
               PICTURE IS X(65).
           05 poll-rest-TXT
               PICTURE IS X(547).

       FD vote-FC.
       01 vote-REC.
           05 vote-key.
               10 vote-chan-TXT
                   PICTURE IS X(65).
               10 vote-mask-TXT
                   PICTURE IS X(200).
           05 vote-choice-NUM
               PICTURE IS 9(1).

       FD sched-FC.
       01 sched-REC.
           05 sched-ID-NUM
               PICTURE IS 9(9).
           05 sched-rest-TXT
               PICTURE IS X(388).

       FD stats-FC.
       01 stats-REC.
           05 stats-nick-TXT
               PICTURE IS X(65).
           05 stats-rest-TXT
               PICTURE IS X(706).

       FD alias-FC.
       01 alias-REC.
           05 alias-nick-TXT
               PICTURE IS X(65).
           05 alias-rest-TXT
               PICTURE IS X(275).

       FD ban-FC.
       01 ban-REC.
           05 ban-key.
               10 ban-chan-TXT
                   PICTURE IS X(65).
               10 ban-mask-TXT
                   PICTURE IS X(200).
           05 ban-rest-TXT
               PICTURE IS X(346).

       FD optout-FC.
       01 optout-REC.
           05 optout-nick-TXT
               PICTURE IS X(65).
           05 optout-rest-TXT
               PICTURE IS X(280).

       FD oncall-FC.
       01 oncall-REC.
           05 oncall-name-TXT
               PICTURE IS X(30).
           05 oncall-rest-TXT
               PICTURE IS X(695).

       FD ticket-FC.
       01 ticket-REC.
           05 ticket-key
               PICTURE IS X(13).
           05 ticket-rest-TXT
               PICTURE IS X(670).

       FD karmalog-FC.
       01 karmalog-REC.
           05 karmalog-key
               PICTURE IS X(84).
           05 karmalog-rest-TXT
               PICTURE IS X(261).

       FD qpend-FC.
       01 qpend-REC.
           05 qpend-ID-NUM
               PICTURE IS 9(9).
           05 qpend-rest-TXT
               PICTURE IS X(545).

       FD cal-FC.
       01 cal-REC.
           05 cal-key
               PICTURE IS X(74).
           05 cal-rest-TXT
               PICTURE IS X(463).

       FD action-FC.
       01 action-REC.
           05 action-ID-NUM
               PICTURE IS 9(9).
           05 action-src-key
               PICTURE IS X(123).
           05 action-owner-TXT
               PICTURE IS X(65).
           05 action-rest-TXT
               PICTURE IS X(792).

           COPY "maint-lock-fd.cpy".

       WORKING-STORAGE SECTION.

       01 events-STA
           PICTURE IS X(2).
           88 events-STA-OK
               VALUE IS "00".

       01 rs-STA
           PICTURE IS X(2).
           88 rs-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
      * * * * * * * * * * * * * * * * * * * *
       01 network-name-TXT
           PICTURE IS X(30).

       01 events-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * The snapshot set - the same files   *
      * in the same order 345-snapshot-files *
      * copies them.                         *
      * * * * * * * * * * * * * * * * * * * *
       78 rs-file-max-NUM
           VALUE IS 25.

       01 rs-file-max-DISP
           PICTURE IS Z9.

       01 rs-file-TBL-GRP.
           05 rs-file-TBL OCCURS rs-file-max-NUM TIMES.
      *        The name "restore ... <file>" takes - the file's own
      *        stem, less "stan-".
               10 rs-short-TXT
                   PICTURE IS X(12).
               10 rs-live-TXT
                   PICTURE IS X(255).
      *        Files that must come back together share a group
      *        number; 0 stands alone.
               10 rs-group-NUM
                   PICTURE IS 9(1).
               10 rs-want-CHR
                   PICTURE IS X.
                   88 rs-wanted
                       VALUE IS "Y".
               10 rs-live-CNT
                   PICTURE IS 9(9).
               10 rs-bak-CNT
                   PICTURE IS 9(9).

       01 rs-file-IDX
           PICTURE IS 9(2).

       01 rs-other-IDX
           PICTURE IS 9(2).

       01 rs-path-TXT
           PICTURE IS X(255).

       01 rs-suffix-TXT
           PICTURE IS X(4).

      * * * * * * * * * * * * * * * * * * * *
      * The command.                        *
      * * * * * * * * * * * * * * * * * * * *
       01 rs-mode-TXT
           PICTURE IS X(10).
           88 rs-mode-list
               VALUE IS "list".
           88 rs-mode-verify
               VALUE IS "verify".
           88 rs-mode-restore
               VALUE IS "restore".

       01 rs-stamp-TXT
           PICTURE IS X(14).

       01 rs-word-TXT
           PICTURE IS X(30).

       01 rs-parm-PTR
           PICTURE IS 9(4).

       01 rs-named-CNT
           PICTURE IS 9(2).

       01 rs-known-CHR
           PICTURE IS X.
           88 rs-known
               VALUE IS "Y".

      * * * * * * * * * * * * * * * * * * * *
      * Working set.                        *
      * * * * * * * * * * * * * * * * * * * *
       01 rs-rec-CNT
           PICTURE IS 9(9).

       01 rs-open-STA
           PICTURE IS X(2).

       01 rs-present-CNT
           PICTURE IS 9(2).

       01 rs-missing-TXT
           PICTURE IS X(200).

       01 rs-missing-PTR
           PICTURE IS 9(4).

       01 rs-set-CNT
           PICTURE IS 9(4).

       01 rs-bad-CNT
           PICTURE IS 9(2).

       01 rs-copy-CNT
           PICTURE IS 9(2).

      *    The list's stamps, so a set recorded twice shows once.
       01 rs-seen-TBL-GRP.
           05 rs-seen-TBL OCCURS 500 TIMES
               PICTURE IS X(14).

       01 rs-seen-CNT
           PICTURE IS 9(4).

       01 rs-seen-IDX
           PICTURE IS 9(4).

       01 ev-stamp-TXT
           PICTURE IS X(15).

       01 ev-kind-TXT
           PICTURE IS X(12).

       01 ev-snap-TXT
           PICTURE IS X(14).

       01 ev-ok-TXT
           PICTURE IS X(4).

       01 ev-fail-TXT
           PICTURE IS X(4).

       01 ev-PTR
           PICTURE IS 9(4).

       01 rs-safety-TXT
           PICTURE IS X(14).

       01 rs-src-TXT
           PICTURE IS X(255).

       01 rs-dst-TXT
           PICTURE IS X(255).

       01 rs-now-TXT
           PICTURE IS X(21).

       01 rs-CNT-DISP
           PICTURE IS ZZZZZZZZ9.

       01 rs-CNT2-DISP
           PICTURE IS ZZZZZZZZ9.

       01 rs-diff-NUM
           PICTURE IS S9(9).

       01 rs-diff-DISP
           PICTURE IS +ZZZZZZZ9.

       01 rs-small-DISP
           PICTURE IS Z9.

       01 rs-line-TXT
           PICTURE IS X(200).

       01 rs-live-DISP
           PICTURE IS X(9).

      *    UTC clock for the ledger lines.
       01 rs-sec-NUM
           PICTURE IS S9(7).

       01 rs-day-NUM
           PICTURE IS 9(7).

       01 rs-date-NUM
           PICTURE IS 9(8).

       01 rs-hh-NUM
           PICTURE IS 9(2).

       01 rs-mm-NUM
           PICTURE IS 9(2).

       01 rs-ss-NUM
           PICTURE IS 9(2).

       01 rs-event-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * Maintenance lock with the bot.      *
      * * * * * * * * * * * * * * * * * * * *
           COPY "maint-lock-ws.cpy".

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           PERFORM 010-build-file-table

           MOVE SPACE TO parm-REC
           OPEN INPUT parm-FC
           READ parm-FC
               AT END
                   MOVE SPACE TO parm-REC
           END-READ
           CLOSE parm-FC

           MOVE SPACE TO rs-mode-TXT
           MOVE SPACE TO rs-stamp-TXT
           MOVE 1 TO rs-parm-PTR
           UNSTRING TRIM(parm-REC) DELIMITED BY ALL SPACE
               INTO rs-mode-TXT rs-stamp-TXT
               WITH POINTER rs-parm-PTR
           END-UNSTRING

           EVALUATE TRUE
               WHEN rs-mode-list
                   PERFORM 100-list-sets
               WHEN rs-mode-verify
                   PERFORM 020-check-stamp
                   PERFORM 200-verify-set
               WHEN rs-mode-restore
                   PERFORM 020-check-stamp
                   PERFORM 030-pick-files
                   MOVE "stan-restore" TO mlk-job-TXT
                   PERFORM 970-maint-acquire
                   IF maint-granted THEN
                       PERFORM 300-restore-set
                       PERFORM 971-maint-release
                   END-IF
               WHEN OTHER
                   DISPLAY "*** Want 'list', 'verify <stamp>' or "
                       "'restore <stamp> [<file> ...]'" UPON SYSERR
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-build-file-table SECTION.

           MOVE "config" TO rs-short-TXT(1)
           MOVE "seen" TO rs-short-TXT(2)
           MOVE "quote" TO rs-short-TXT(3)
           MOVE "karma" TO rs-short-TXT(4)
           MOVE "topic" TO rs-short-TXT(5)
           MOVE "tell" TO rs-short-TXT(6)
           MOVE "remind" TO rs-short-TXT(7)
           MOVE "fact" TO rs-short-TXT(8)
           MOVE "offense" TO rs-short-TXT(9)
           MOVE "links" TO rs-short-TXT(10)
           MOVE "trivia" TO rs-short-TXT(11)
           MOVE "tz" TO rs-short-TXT(12)
           MOVE "poll" TO rs-short-TXT(13)
           MOVE "vote" TO rs-short-TXT(14)
           MOVE "sched" TO rs-short-TXT(15)
           MOVE "stats" TO rs-short-TXT(16)
           MOVE "alias" TO rs-short-TXT(17)
           MOVE "bans" TO rs-short-TXT(18)
           MOVE "optout" TO rs-short-TXT(19)
           MOVE "oncall" TO rs-short-TXT(20)
           MOVE "tickets" TO rs-short-TXT(21)
           MOVE "karmalog" TO rs-short-TXT(22)
           MOVE "quotepend" TO rs-short-TXT(23)
           MOVE "calendar" TO rs-short-TXT(24)
           MOVE "actions" TO rs-short-TXT(25)
           MOVE rs-file-max-NUM TO rs-file-max-DISP

           PERFORM VARYING rs-file-IDX FROM 1 BY 1
                   UNTIL rs-file-IDX IS GREATER THAN rs-file-max-NUM
               MOVE 0 TO rs-group-NUM(rs-file-IDX)
               MOVE "N" TO rs-want-CHR(rs-file-IDX)
               MOVE 0 TO rs-live-CNT(rs-file-IDX)
               MOVE 0 TO rs-bak-CNT(rs-file-IDX)
               MOVE SPACE TO rs-live-TXT(rs-file-IDX)
      *        stan.cfg / stan-<network>.cfg; everything else is
      *        stan-<x>.dat / stan-<x>-<network>.dat.
               IF rs-file-IDX IS EQUAL TO 1 THEN
                   IF network-name-TXT IS EQUAL TO SPACE THEN
                       MOVE "stan.cfg" TO rs-live-TXT(rs-file-IDX)
                   ELSE
                       STRING
                           "stan-" DELIMITED BY SIZE
                           TRIM(network-name-TXT) DELIMITED BY SIZE
                           ".cfg" DELIMITED BY SIZE
                           INTO rs-live-TXT(rs-file-IDX)
                       END-STRING
                   END-IF
               ELSE
                   IF network-name-TXT IS EQUAL TO SPACE THEN
                       STRING
                           "stan-" DELIMITED BY SIZE
                           TRIM(rs-short-TXT(rs-file-IDX))
                               DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO rs-live-TXT(rs-file-IDX)
                       END-STRING
                   ELSE
                       STRING
                           "stan-" DELIMITED BY SIZE
                           TRIM(rs-short-TXT(rs-file-IDX))
                               DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           TRIM(network-name-TXT) DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO rs-live-TXT(rs-file-IDX)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM

      *    384-alias-merge-karma/-trivia fold scores into the
      *    canonical nick when a link is added - an alias file from
      *    one day against karma from another leaves the merged
      *    scores doubled or lost. A vote only means something next
      *    to its poll.
           MOVE 1 TO rs-group-NUM(4)
           MOVE 1 TO rs-group-NUM(11)
           MOVE 1 TO rs-group-NUM(17)
           MOVE 2 TO rs-group-NUM(13)
           MOVE 2 TO rs-group-NUM(14)

           MOVE SPACE TO events-filename-TXT
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-events.dat" TO events-filename-TXT
           ELSE
               STRING
                   "stan-events-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO events-filename-TXT
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       020-check-stamp SECTION.

      *    A stamp is the 14-digit local YYYYMMDDHHMMSS the snapshot
      *    was taken at - "list" shows them.
           IF rs-stamp-TXT IS NOT NUMERIC THEN
               DISPLAY "*** '" TRIM(rs-stamp-TXT) "' isn't a snapshot "
                   "stamp - 'echo list | stan-restore' shows them"
                   UPON SYSERR
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       030-pick-files SECTION.

      *    The words after the stamp name the files wanted; none
      *    means the whole set.
           MOVE 0 TO rs-named-CNT
           PERFORM
               UNTIL EXIT
               MOVE SPACE TO rs-word-TXT
               UNSTRING TRIM(parm-REC) DELIMITED BY ALL SPACE
                   INTO rs-word-TXT
                   WITH POINTER rs-parm-PTR
               END-UNSTRING
               IF rs-word-TXT IS EQUAL TO SPACE THEN
                   EXIT PERFORM
               END-IF

               MOVE "N" TO rs-known-CHR
               PERFORM VARYING rs-file-IDX FROM 1 BY 1
                       UNTIL rs-file-IDX IS GREATER THAN rs-file-max-NUM
                   IF rs-short-TXT(rs-file-IDX) IS EQUAL TO
                           FUNCTION LOWER-CASE(rs-word-TXT) THEN
                       MOVE "Y" TO rs-want-CHR(rs-file-IDX)
                       MOVE "Y" TO rs-known-CHR
                   END-IF
               END-PERFORM
               IF NOT rs-known THEN
                   DISPLAY "*** No file called '" TRIM(rs-word-TXT)
                       "' in a snapshot set" UPON SYSERR
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO rs-named-CNT
           END-PERFORM

           IF rs-named-CNT IS EQUAL TO 0 THEN
               PERFORM VARYING rs-file-IDX FROM 1 BY 1
                       UNTIL rs-file-IDX IS GREATER THAN rs-file-max-NUM
                   MOVE "Y" TO rs-want-CHR(rs-file-IDX)
               END-PERFORM
               EXIT SECTION
           END-IF

      *    Pull in the rest of any group a named file belongs to.
           PERFORM VARYING rs-file-IDX FROM 1 BY 1
                   UNTIL rs-file-IDX IS GREATER THAN rs-file-max-NUM
               IF rs-wanted(rs-file-IDX)
                       AND rs-group-NUM(rs-file-IDX) IS NOT EQUAL TO 0
                       THEN
                   PERFORM VARYING rs-other-IDX FROM 1 BY 1
                           UNTIL rs-other-IDX IS GREATER THAN
                               rs-file-max-NUM
                       IF rs-group-NUM(rs-other-IDX) IS EQUAL TO
                               rs-group-NUM(rs-file-IDX)
                               AND NOT rs-wanted(rs-other-IDX) THEN
                           MOVE "Y" TO rs-want-CHR(rs-other-IDX)
                           DISPLAY "Also restoring "
                               TRIM(rs-short-TXT(rs-other-IDX))
                               " - it has to match "
                               TRIM(rs-short-TXT(rs-file-IDX))
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       040-bak-path SECTION.

      *    "<live name>.<stamp>.bak" for rs-file-IDX, as
      *    346-snapshot-one names it.
           MOVE SPACE TO rs-path-TXT
           STRING
               TRIM(rs-live-TXT(rs-file-IDX)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               rs-stamp-TXT DELIMITED BY SIZE
               ".bak" DELIMITED BY SIZE
               INTO rs-path-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       050-probe-set SECTION.

      *    How many of rs-stamp-TXT's .bak files are on disk,
      *    with the missing ones named in rs-missing-TXT.
           MOVE 0 TO rs-present-CNT
           MOVE SPACE TO rs-missing-TXT
           MOVE 1 TO rs-missing-PTR
           PERFORM VARYING rs-file-IDX FROM 1 BY 1
                   UNTIL rs-file-IDX IS GREATER THAN rs-file-max-NUM
               PERFORM 040-bak-path
               OPEN INPUT probe-FC
               IF rs-STA-OK THEN
                   CLOSE probe-FC
                   ADD 1 TO rs-present-CNT
               ELSE
                   STRING
                       " " DELIMITED BY SIZE
                       TRIM(rs-short-TXT(rs-file-IDX))
                           DELIMITED BY SIZE
                       INTO rs-missing-TXT
                       WITH POINTER rs-missing-PTR
                   END-STRING
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       100-list-sets SECTION.

           MOVE 0 TO rs-set-CNT
           MOVE 0 TO rs-seen-CNT

           OPEN INPUT events-FC
           IF NOT events-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(events-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           DISPLAY "Snapshot sets recorded in "
               TRIM(events-filename-TXT) ":"

           PERFORM
               UNTIL EXIT
               READ events-FC
                   AT END EXIT PERFORM
               END-READ

      *        "<UTC stamp> BACKUP <set stamp> <copied> <failed>"
               MOVE SPACE TO ev-stamp-TXT
               MOVE SPACE TO ev-kind-TXT
               MOVE SPACE TO ev-snap-TXT
               MOVE SPACE TO ev-ok-TXT
               MOVE SPACE TO ev-fail-TXT
               MOVE 1 TO ev-PTR
               UNSTRING events-REC DELIMITED BY ALL SPACE
                   INTO ev-stamp-TXT ev-kind-TXT ev-snap-TXT
                       ev-ok-TXT ev-fail-TXT
                   WITH POINTER ev-PTR
               END-UNSTRING
               IF ev-kind-TXT IS NOT EQUAL TO "BACKUP"
                       OR ev-snap-TXT IS NOT NUMERIC THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE "N" TO rs-known-CHR
               PERFORM VARYING rs-seen-IDX FROM 1 BY 1
                       UNTIL rs-seen-IDX IS GREATER THAN rs-seen-CNT
                   IF rs-seen-TBL(rs-seen-IDX) IS EQUAL TO ev-snap-TXT
                           THEN
                       MOVE "Y" TO rs-known-CHR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF rs-known THEN
                   EXIT PERFORM CYCLE
               END-IF
               IF rs-seen-CNT IS LESS THAN 500 THEN
                   ADD 1 TO rs-seen-CNT
                   MOVE ev-snap-TXT TO rs-seen-TBL(rs-seen-CNT)
               END-IF

               MOVE ev-snap-TXT TO rs-stamp-TXT
               PERFORM 050-probe-set
               ADD 1 TO rs-set-CNT
               MOVE rs-present-CNT TO rs-small-DISP

               MOVE SPACE TO rs-line-TXT
               IF rs-present-CNT IS EQUAL TO rs-file-max-NUM
                       THEN
                   STRING
                       "  " DELIMITED BY SIZE
                       rs-stamp-TXT DELIMITED BY SIZE
                       "  complete" DELIMITED BY SIZE
                       INTO rs-line-TXT
                   END-STRING
               ELSE
                   IF rs-present-CNT IS EQUAL TO 0 THEN
                       STRING
                           "  " DELIMITED BY SIZE
                           rs-stamp-TXT DELIMITED BY SIZE
                           "  gone (no .bak files left)"
                               DELIMITED BY SIZE
                           INTO rs-line-TXT
                       END-STRING
                   ELSE
                       STRING
                           "  " DELIMITED BY SIZE
                           rs-stamp-TXT DELIMITED BY SIZE
                           "  INCOMPLETE " DELIMITED BY SIZE
                           TRIM(rs-small-DISP) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           TRIM(rs-file-max-DISP) DELIMITED BY SIZE
                           ", missing:" DELIMITED BY SIZE
                           TRIM(rs-missing-TXT) DELIMITED BY SIZE
                           INTO rs-line-TXT
                       END-STRING
                   END-IF
               END-IF
               IF ev-fail-TXT IS NUMERIC
                       AND ev-fail-TXT IS NOT EQUAL TO ZERO THEN
                   DISPLAY TRIM(rs-line-TXT TRAILING)
                       " (" TRIM(ev-fail-TXT) " failed to copy)"
               ELSE
                   DISPLAY TRIM(rs-line-TXT TRAILING)
               END-IF
           END-PERFORM

           CLOSE events-FC

           MOVE rs-set-CNT TO rs-CNT-DISP
           DISPLAY TRIM(rs-CNT-DISP) " set(s)."

           .

      * * * * * * * * * * * * * * * * * * * *

       200-verify-set SECTION.

           PERFORM 050-probe-set
           IF rs-present-CNT IS EQUAL TO 0 THEN
               DISPLAY "*** No .bak files for stamp " rs-stamp-TXT
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           DISPLAY "Snapshot " rs-stamp-TXT
               " against the live files:"
           DISPLAY "  file              live  snapshot    change"

           MOVE 0 TO rs-bad-CNT
           PERFORM VARYING rs-file-IDX FROM 1 BY 1
                   UNTIL rs-file-IDX IS GREATER THAN rs-file-max-NUM
               MOVE rs-live-TXT(rs-file-IDX) TO rs-path-TXT
               PERFORM 400-count-file
               MOVE rs-rec-CNT TO rs-live-CNT(rs-file-IDX)
               MOVE rs-rec-CNT TO rs-CNT-DISP
               MOVE rs-CNT-DISP TO rs-live-DISP
               IF NOT rs-STA-OK THEN
                   MOVE "   absent" TO rs-live-DISP
               END-IF

               PERFORM 040-bak-path
               PERFORM 400-count-file
               MOVE rs-rec-CNT TO rs-bak-CNT(rs-file-IDX)
               IF NOT rs-STA-OK THEN
                   ADD 1 TO rs-bad-CNT
                   IF rs-open-STA IS EQUAL TO "35" THEN
                       DISPLAY "  " rs-short-TXT(rs-file-IDX)
                           rs-live-DISP "   MISSING"
                   ELSE
                       DISPLAY "  " rs-short-TXT(rs-file-IDX)
                           rs-live-DISP "   UNREADABLE (status "
                           rs-open-STA ")"
                   END-IF
                   EXIT PERFORM CYCLE
               END-IF

               MOVE rs-rec-CNT TO rs-CNT2-DISP
               COMPUTE rs-diff-NUM = rs-bak-CNT(rs-file-IDX)
                   - rs-live-CNT(rs-file-IDX)
               MOVE rs-diff-NUM TO rs-diff-DISP
               DISPLAY "  " rs-short-TXT(rs-file-IDX)
                   rs-live-DISP " " rs-CNT2-DISP "  " rs-diff-DISP
           END-PERFORM

           IF rs-bad-CNT IS EQUAL TO 0 THEN
               DISPLAY "Set is complete and every file reads."
           ELSE
               MOVE rs-bad-CNT TO rs-small-DISP
               DISPLAY "*** " TRIM(rs-small-DISP)
                   " file(s) of the set missing or unreadable."
               MOVE 4 TO RETURN-CODE
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       300-restore-set SECTION.

      *    Every wanted file must be there and read cleanly before
      *    anything is touched - a half-done restore is how stamps
      *    get mixed.
           MOVE 0 TO rs-bad-CNT
           PERFORM VARYING rs-file-IDX FROM 1 BY 1
                   UNTIL rs-file-IDX IS GREATER THAN rs-file-max-NUM
               IF NOT rs-wanted(rs-file-IDX) THEN
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM 040-bak-path
               PERFORM 400-count-file
               IF NOT rs-STA-OK THEN
                   ADD 1 TO rs-bad-CNT
                   DISPLAY "*** " TRIM(rs-path-TXT)
                       " is missing or unreadable (status "
                       rs-open-STA ")" UPON SYSERR
               END-IF
               MOVE rs-rec-CNT TO rs-bak-CNT(rs-file-IDX)
           END-PERFORM
           IF rs-bad-CNT IS NOT EQUAL TO 0 THEN
               DISPLAY "*** Nothing restored." UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

      *    Safety set: the live files as they stand, under a fresh
      *    stamp and recorded in the ledger like any other, so
      *    "restore <that stamp>" puts things back.
           MOVE FUNCTION CURRENT-DATE TO rs-now-TXT
           MOVE rs-now-TXT(1 : 14) TO rs-safety-TXT
           MOVE 0 TO rs-copy-CNT
           MOVE 0 TO rs-bad-CNT
           PERFORM VARYING rs-file-IDX FROM 1 BY 1
                   UNTIL rs-file-IDX IS GREATER THAN rs-file-max-NUM
               MOVE rs-live-TXT(rs-file-IDX) TO rs-src-TXT
               MOVE SPACE TO rs-dst-TXT
               STRING
                   TRIM(rs-live-TXT(rs-file-IDX)) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   rs-safety-TXT DELIMITED BY SIZE
                   ".bak" DELIMITED BY SIZE
                   INTO rs-dst-TXT
               END-STRING
               MOVE rs-src-TXT TO rs-path-TXT
               OPEN INPUT probe-FC
               IF NOT rs-STA-OK THEN
      *            Nothing live to keep.
                   EXIT PERFORM CYCLE
               END-IF
               CLOSE probe-FC
               CALL "CBL_COPY_FILE" USING rs-src-TXT rs-dst-TXT
               END-CALL
               IF RETURN-CODE IS EQUAL TO 0 THEN
                   ADD 1 TO rs-copy-CNT
               ELSE
                   ADD 1 TO rs-bad-CNT
                   DISPLAY "*** Couldn't snapshot " TRIM(rs-src-TXT)
                       UPON SYSERR
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE

           MOVE SPACE TO rs-event-TXT
           STRING
               rs-safety-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               rs-copy-CNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               rs-bad-CNT DELIMITED BY SIZE
               INTO rs-event-TXT
           END-STRING
           MOVE "BACKUP" TO ev-kind-TXT
           PERFORM 500-log-event

           IF rs-bad-CNT IS NOT EQUAL TO 0 THEN
               DISPLAY "*** Safety snapshot incomplete - nothing "
                   "restored." UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           DISPLAY "Live files kept as snapshot " rs-safety-TXT "."

           MOVE 0 TO rs-copy-CNT
           MOVE 0 TO rs-bad-CNT
           PERFORM VARYING rs-file-IDX FROM 1 BY 1
                   UNTIL rs-file-IDX IS GREATER THAN rs-file-max-NUM
               IF NOT rs-wanted(rs-file-IDX) THEN
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM 040-bak-path
               MOVE rs-path-TXT TO rs-src-TXT
               MOVE rs-live-TXT(rs-file-IDX) TO rs-dst-TXT
               CALL "CBL_COPY_FILE" USING rs-src-TXT rs-dst-TXT
               END-CALL
               IF RETURN-CODE IS EQUAL TO 0 THEN
                   ADD 1 TO rs-copy-CNT
                   MOVE rs-bak-CNT(rs-file-IDX) TO rs-CNT-DISP
                   DISPLAY "  " rs-short-TXT(rs-file-IDX)
                       rs-CNT-DISP " record(s) restored"
               ELSE
                   ADD 1 TO rs-bad-CNT
                   DISPLAY "*** Couldn't restore "
                       TRIM(rs-dst-TXT) UPON SYSERR
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE

           MOVE SPACE TO rs-event-TXT
           STRING
               rs-stamp-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               rs-copy-CNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               rs-bad-CNT DELIMITED BY SIZE
               " safety " DELIMITED BY SIZE
               rs-safety-TXT DELIMITED BY SIZE
               INTO rs-event-TXT
           END-STRING
           MOVE "RESTORE" TO ev-kind-TXT
           PERFORM 500-log-event

           MOVE rs-copy-CNT TO rs-small-DISP
           IF rs-bad-CNT IS EQUAL TO 0 THEN
               DISPLAY "Restored " TRIM(rs-small-DISP)
                   " file(s) from snapshot " rs-stamp-TXT "."
           ELSE
               DISPLAY "*** Restore from " rs-stamp-TXT
                   " failed part way - put the live files back with "
                   "'restore " rs-safety-TXT "'" UPON SYSERR
               MOVE 8 TO RETURN-CODE
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       400-count-file SECTION.

      *    Records in the rs-file-IDX file at rs-path-TXT; rs-STA
      *    (and rs-open-STA) say whether it opened.
           MOVE 0 TO rs-rec-CNT
           EVALUATE rs-file-IDX
               WHEN 1
                   OPEN INPUT config-FC
               WHEN 2
                   OPEN INPUT seen-FC
               WHEN 3
                   OPEN INPUT quote-FC
               WHEN 4
                   OPEN INPUT karma-FC
               WHEN 5
                   OPEN INPUT topic-FC
               WHEN 6
                   OPEN INPUT tell-FC
               WHEN 7
                   OPEN INPUT remind-FC
               WHEN 8
                   OPEN INPUT fact-FC
               WHEN 9
                   OPEN INPUT offense-FC
               WHEN 10
                   OPEN INPUT link-FC
               WHEN 11
                   OPEN INPUT trivia-FC
               WHEN 12
                   OPEN INPUT tz-FC
               WHEN 13
                   OPEN INPUT poll-FC
               WHEN 14
                   OPEN INPUT vote-FC
               WHEN 15
                   OPEN INPUT sched-FC
               WHEN 16
                   OPEN INPUT stats-FC
               WHEN 17
                   OPEN INPUT alias-FC
               WHEN 18
                   OPEN INPUT ban-FC
               WHEN 19
                   OPEN INPUT optout-FC
               WHEN 20
                   OPEN INPUT oncall-FC
               WHEN 21
                   OPEN INPUT ticket-FC
               WHEN 22
                   OPEN INPUT karmalog-FC
               WHEN 23
                   OPEN INPUT qpend-FC
               WHEN 24
                   OPEN INPUT cal-FC
               WHEN 25
                   OPEN INPUT action-FC
           END-EVALUATE
           MOVE rs-STA TO rs-open-STA
           IF NOT rs-STA-OK THEN
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               EVALUATE rs-file-IDX
                   WHEN 1
                       READ config-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 2
                       READ seen-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 3
                       READ quote-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 4
                       READ karma-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 5
                       READ topic-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 6
                       READ tell-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 7
                       READ remind-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 8
                       READ fact-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 9
                       READ offense-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 10
                       READ link-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 11
                       READ trivia-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 12
                       READ tz-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 13
                       READ poll-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 14
                       READ vote-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 15
                       READ sched-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 16
                       READ stats-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 17
                       READ alias-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 18
                       READ ban-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 19
                       READ optout-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 20
                       READ oncall-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 21
                       READ ticket-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 22
                       READ karmalog-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 23
                       READ qpend-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 24
                       READ cal-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
                   WHEN 25
                       READ action-FC NEXT RECORD
                           AT END EXIT PERFORM
                       END-READ
               END-EVALUATE
               ADD 1 TO rs-rec-CNT
           END-PERFORM

           EVALUATE rs-file-IDX
               WHEN 1
                   CLOSE config-FC
               WHEN 2
                   CLOSE seen-FC
               WHEN 3
                   CLOSE quote-FC
               WHEN 4
                   CLOSE karma-FC
               WHEN 5
                   CLOSE topic-FC
               WHEN 6
                   CLOSE tell-FC
               WHEN 7
                   CLOSE remind-FC
               WHEN 8
                   CLOSE fact-FC
               WHEN 9
                   CLOSE offense-FC
               WHEN 10
                   CLOSE link-FC
               WHEN 11
                   CLOSE trivia-FC
               WHEN 12
                   CLOSE tz-FC
               WHEN 13
                   CLOSE poll-FC
               WHEN 14
                   CLOSE vote-FC
               WHEN 15
                   CLOSE sched-FC
               WHEN 16
                   CLOSE stats-FC
               WHEN 17
                   CLOSE alias-FC
               WHEN 18
                   CLOSE ban-FC
               WHEN 19
                   CLOSE optout-FC
               WHEN 20
                   CLOSE oncall-FC
               WHEN 21
                   CLOSE ticket-FC
               WHEN 22
                   CLOSE karmalog-FC
               WHEN 23
                   CLOSE qpend-FC
               WHEN 24
                   CLOSE cal-FC
               WHEN 25
                   CLOSE action-FC
           END-EVALUATE
           MOVE "00" TO rs-STA

           .

      * * * * * * * * * * * * * * * * * * * *

       500-log-event SECTION.

      *    One line into the events ledger, in 298-log-event's shape:
      *    "YYYYMMDD-HHMMSS <KIND> <detail>", UTC.
           MOVE FUNCTION CURRENT-DATE TO rs-now-TXT
           PERFORM 510-utc-stamp

           OPEN EXTEND events-FC
           IF NOT events-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(events-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE SPACE TO events-REC
           STRING
               ev-stamp-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(ev-kind-TXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRIM(rs-event-TXT) DELIMITED BY SIZE
               INTO events-REC
           END-STRING
           WRITE events-REC

           CLOSE events-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       510-utc-stamp SECTION.

      *    rs-now-TXT (a CURRENT-DATE value) as a UTC
      *    "YYYYMMDD-HHMMSS" in ev-stamp-TXT.
           COMPUTE rs-sec-NUM =
               FUNCTION NUMVAL(rs-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(rs-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(rs-now-TXT(13 : 2))
           EVALUATE rs-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE rs-sec-NUM = rs-sec-NUM
                       - FUNCTION NUMVAL(rs-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(rs-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE rs-sec-NUM = rs-sec-NUM
                       + FUNCTION NUMVAL(rs-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(rs-now-TXT(20 : 2)) * 60
           END-EVALUATE
           COMPUTE rs-day-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(rs-now-TXT(1 : 8)))
           IF rs-sec-NUM IS LESS THAN 0 THEN
               ADD 86400 TO rs-sec-NUM
               SUBTRACT 1 FROM rs-day-NUM
           END-IF
           IF rs-sec-NUM IS GREATER THAN OR EQUAL TO 86400 THEN
               SUBTRACT 86400 FROM rs-sec-NUM
               ADD 1 TO rs-day-NUM
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER(rs-day-NUM) TO rs-date-NUM
           COMPUTE rs-hh-NUM = rs-sec-NUM / 3600
           COMPUTE rs-mm-NUM = FUNCTION MOD(rs-sec-NUM, 3600) / 60
           COMPUTE rs-ss-NUM = FUNCTION MOD(rs-sec-NUM, 60)
           MOVE SPACE TO ev-stamp-TXT
           STRING
               rs-date-NUM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               rs-hh-NUM DELIMITED BY SIZE
               rs-mm-NUM DELIMITED BY SIZE
               rs-ss-NUM DELIMITED BY SIZE
               INTO ev-stamp-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

           COPY "maint-lock.cpy".

       END PROGRAM stan-restore.
