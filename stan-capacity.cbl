      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-capacity.

      *****************************************************************
      *    Capacity and growth: counts the records in every indexed
      *    data file (the set 345-snapshot-files copies) and finds
      *    the highest value each bounded field and fixed-size table
      *    has reached, then sets both against the previous run kept
      *    in stan-capacity.hist (stan-capacity-<network>.hist under
      *    STAN_NETWORK). Writes "stan-capacity-<YYYYMMDD>.txt"
      *    (today, UTC):
      *        - per file, the count now, the change since the last
      *          run, the growth per day and where that rate puts it
      *          in 90 days;
      *        - per limit, the high-water mark against the maximum,
      *          how many records sit at the maximum, and at the
      *          current rate how many days are left before it's hit.
      *    Anything at 80% of its limit or more is flagged WARN, and
      *    the run ends with return code 4 so cron mail catches it.
      *    The limits watched:
      *        tell-seq-NUM 9(4)        memos queued for one nick
      *        offense-CNT 9(4)         offenses on one hostmask
      *        trivia-score-NUM 9(5)    one player's trivia score
      *        poll-opt-vote-CNT 9(4)   votes on one poll option
      *        poll-opt-entry 4         options on one poll
      *        stats-chan-entry 8       channels split out per nick
      *        oncall-nick-entry 8      nicks on one rotation
      *        known options 51         stan-cfg's option table,
      *                                 against the distinct option
      *                                 names the config file holds
      *    Today's figures are appended to the history file, one
      *    "YYYYMMDD <item> <value>" line each; a second run on the
      *    same day still measures against the last earlier day. Run
      *    from cron, weekly or nightly:
      *        stan-capacity
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT hist-FC
               ASSIGN TO hist-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hist-STA.

           SELECT out-FC
               ASSIGN TO out-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS out-STA.

      *    The data files, each opened by whichever path cp-path-TXT
      *    holds at the time - only one is ever open at once.
           SELECT config-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS config-IDX
               ALTERNATE RECORD KEY IS config-opt-TXT WITH DUPLICATES
               FILE STATUS IS cp-STA.

           SELECT seen-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS seen-nick-TXT
               FILE STATUS IS cp-STA.

           SELECT quote-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS quote-ID-NUM
               FILE STATUS IS cp-STA.

           SELECT karma-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS karma-term-TXT
               FILE STATUS IS cp-STA.

           SELECT topic-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS topic-chan-TXT
               FILE STATUS IS cp-STA.

           SELECT tell-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tell-key
               FILE STATUS IS cp-STA.

           SELECT remind-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS remind-ID-NUM
               FILE STATUS IS cp-STA.

           SELECT fact-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS fact-term-TXT
               FILE STATUS IS cp-STA.

           SELECT offense-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS offense-mask-TXT
               FILE STATUS IS cp-STA.

           SELECT link-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS link-ID-NUM
               ALTERNATE RECORD KEY IS link-norm-TXT WITH DUPLICATES
               FILE STATUS IS cp-STA.

           SELECT trivia-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS trivia-nick-TXT
               FILE STATUS IS cp-STA.

           SELECT tz-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tz-nick-TXT
               FILE STATUS IS cp-STA.

           SELECT poll-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS poll-chan-TXT
               FILE STATUS IS cp-STA.

           SELECT vote-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS vote-key
               FILE STATUS IS cp-STA.

           SELECT sched-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sched-ID-NUM
               FILE STATUS IS cp-STA.

           SELECT stats-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS stats-nick-TXT
               FILE STATUS IS cp-STA.

           SELECT alias-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS alias-nick-TXT
               FILE STATUS IS cp-STA.

           SELECT ban-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ban-key
               FILE STATUS IS cp-STA.

           SELECT optout-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS optout-nick-TXT
               FILE STATUS IS cp-STA.

           SELECT oncall-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS oncall-name-TXT
               FILE STATUS IS cp-STA.

           SELECT ticket-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ticket-key
               FILE STATUS IS cp-STA.

           SELECT karmalog-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS karmalog-key
               FILE STATUS IS cp-STA.

           SELECT qpend-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS qpend-ID-NUM
               FILE STATUS IS cp-STA.

           SELECT cal-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cal-key
               FILE STATUS IS cp-STA.

           SELECT action-FC
               ASSIGN TO cp-path-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS action-ID-NUM
               ALTERNATE RECORD KEY IS action-src-key
               ALTERNATE RECORD KEY IS action-owner-TXT WITH DUPLICATES
               FILE STATUS IS cp-STA.

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
      *    "YYYYMMDD <item> <value>", one line per item per run.
       FD hist-FC.
       01 hist-REC.
           05 hist-date-NUM
               PICTURE IS 9(8).
           05 FILLER
               PICTURE IS X.
           05 hist-name-TXT
               PICTURE IS X(20).
           05 FILLER
               PICTURE IS X.
           05 hist-value-NUM
               PICTURE IS 9(9).

       FD out-FC.
       01 out-REC
           PICTURE IS X(132).

      *    Keys as declared in stan.cbl's FILE SECTION, and the
      *    bounded fields this report watches; the rest of each
      *    record is only counted, never looked at.
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
           05 offense-orig-nick-TXT
               PICTURE IS X(65).
           05 offense-CNT
               PICTURE IS 9(4).
           05 offense-rest-TXT
               PICTURE IS X(360).

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
           05 trivia-orig-nick-TXT
               PICTURE IS X(65).
           05 trivia-score-NUM
               PICTURE IS 9(5).

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
           05 poll-head-TXT
               PICTURE IS X(330).
           05 poll-opt-CNT-NUM
               PICTURE IS 9(1).
           05 poll-opt-entry OCCURS 4 TIMES.
               10 poll-opt-TXT
                   PICTURE IS X(50).
               10 poll-opt-vote-CNT
                   PICTURE IS 9(4).

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
           05 stats-head-TXT
               PICTURE IS X(113).
           05 stats-chan-CNT-NUM
               PICTURE IS 9(1).
           05 stats-chan-TXT
               PICTURE IS X(592).

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
           05 oncall-head-TXT
               PICTURE IS X(101).
           05 oncall-nick-CNT-NUM
               PICTURE IS 9(1).
           05 oncall-rest-TXT
               PICTURE IS X(593).

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

       WORKING-STORAGE SECTION.

       01 hist-STA
           PICTURE IS X(2).
           88 hist-STA-OK
               VALUE IS "00".
           88 hist-STA-NOT-FOUND
               VALUE IS "35".

       01 out-STA
           PICTURE IS X(2).
           88 out-STA-OK
               VALUE IS "00".

       01 cp-STA
           PICTURE IS X(2).
           88 cp-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
      * * * * * * * * * * * * * * * * * * * *
       01 network-name-TXT
           PICTURE IS X(30).

       01 hist-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * What's measured - the data files in  *
      * 345-snapshot-files order, then the   *
      * limits.                              *
      * * * * * * * * * * * * * * * * * * * *
       78 cp-file-max-NUM
           VALUE IS 25.

       78 cp-lim-first-NUM
           VALUE IS 26.

       78 cp-item-max-NUM
           VALUE IS 33.

      *    A warning at this percentage of a limit or above.
       78 cp-warn-pct-NUM
           VALUE IS 80.

      *    How far ahead the file counts are projected.
       78 cp-ahead-days-NUM
           VALUE IS 90.

       01 cp-item-TBL-GRP.
           05 cp-item-TBL OCCURS cp-item-max-NUM TIMES.
      *        The history file's name for it: the file's own stem
      *        less "stan-", or the limit's short name.
               10 cp-name-TXT
                   PICTURE IS X(20).
               10 cp-label-TXT
                   PICTURE IS X(26).
               10 cp-path-TBL
                   PICTURE IS X(255).
               10 cp-max-NUM
                   PICTURE IS 9(9).
               10 cp-now-NUM
                   PICTURE IS 9(9).
               10 cp-atmax-CNT
                   PICTURE IS 9(9).
               10 cp-here-CHR
                   PICTURE IS X.
                   88 cp-here
                       VALUE IS "Y".
               10 cp-prev-NUM
                   PICTURE IS 9(9).
               10 cp-prev-date-NUM
                   PICTURE IS 9(8).

       01 cp-item-IDX
           PICTURE IS 9(2).

       01 cp-lim-IDX
           PICTURE IS 9(2).

       01 cp-path-TXT
           PICTURE IS X(255).

      *    A value seen in a record, offered to limit cp-lim-IDX.
       01 cp-val-NUM
           PICTURE IS 9(9).

       01 cp-opt-IDX
           PICTURE IS 9(1).

      *    Distinct option names in the config file, channel scope
      *    ("<chan>:opt") stripped - the names stan-cfg has to know.
       01 cp-cfgname-TBL-GRP.
           05 cp-cfgname-TBL OCCURS 200 TIMES
               PICTURE IS X(80).

       01 cp-cfgname-CNT
           PICTURE IS 9(3).

       01 cp-cfgname-IDX
           PICTURE IS 9(3).

       01 cp-cfgname-TXT
           PICTURE IS X(80).

       01 cp-colon-POS
           PICTURE IS 9(3).

      * * * * * * * * * * * * * * * * * * * *
      * Dates and arithmetic.               *
      * * * * * * * * * * * * * * * * * * * *
       01 cp-now-TXT
           PICTURE IS X(21).

       01 cp-now-SEC
           PICTURE IS S9(11).

       01 cp-today-DAY-NUM
           PICTURE IS 9(7).

       01 cp-today-DISP
           PICTURE IS 9(8).

       01 cp-last-run-NUM
           PICTURE IS 9(8).

       01 cp-days-NUM
           PICTURE IS 9(5).

       01 cp-change-NUM
           PICTURE IS S9(9).

       01 cp-rate-NUM
           PICTURE IS S9(9)V99.

       01 cp-ahead-NUM
           PICTURE IS S9(11).

       01 cp-left-NUM
           PICTURE IS 9(9).

       01 cp-pct-NUM
           PICTURE IS 9(3).

       01 cp-warn-CNT
           PICTURE IS 9(3).

       01 cp-count-DISP
           PICTURE IS Z(8)9.

       01 cp-max-DISP
           PICTURE IS Z(8)9.

       01 cp-atmax-DISP
           PICTURE IS Z(8)9.

       01 cp-change-DISP
           PICTURE IS +(8)9.

       01 cp-rate-DISP
           PICTURE IS +(7)9.99.

       01 cp-ahead-DISP
           PICTURE IS Z(10)9.

       01 cp-left-DISP
           PICTURE IS Z(8)9.

       01 cp-pct-DISP
           PICTURE IS ZZ9.

       01 cp-small-DISP
           PICTURE IS ZZ9.

       01 cp-days-DISP
           PICTURE IS ZZZZ9.

       01 cp-col-TXT
           PICTURE IS X(12).

       01 cp-flag-TXT
           PICTURE IS X(6).

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"
           PERFORM 020-utc-today
           PERFORM 010-build-item-table
           PERFORM 100-read-history

           PERFORM VARYING cp-item-IDX FROM 1 BY 1
                   UNTIL cp-item-IDX IS GREATER THAN cp-file-max-NUM
               PERFORM 200-count-file
           END-PERFORM

      *    The option-name table is only as full as the config file
      *    makes it.
           MOVE 33 TO cp-lim-IDX
           MOVE cp-cfgname-CNT TO cp-val-NUM
           PERFORM 230-raise-limit

           PERFORM 300-write-report
           PERFORM 400-append-history

           IF cp-warn-CNT IS GREATER THAN 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-build-item-table SECTION.

           MOVE "config" TO cp-name-TXT(1)
           MOVE "seen" TO cp-name-TXT(2)
           MOVE "quote" TO cp-name-TXT(3)
           MOVE "karma" TO cp-name-TXT(4)
           MOVE "topic" TO cp-name-TXT(5)
           MOVE "tell" TO cp-name-TXT(6)
           MOVE "remind" TO cp-name-TXT(7)
           MOVE "fact" TO cp-name-TXT(8)
           MOVE "offense" TO cp-name-TXT(9)
           MOVE "links" TO cp-name-TXT(10)
           MOVE "trivia" TO cp-name-TXT(11)
           MOVE "tz" TO cp-name-TXT(12)
           MOVE "poll" TO cp-name-TXT(13)
           MOVE "vote" TO cp-name-TXT(14)
           MOVE "sched" TO cp-name-TXT(15)
           MOVE "stats" TO cp-name-TXT(16)
           MOVE "alias" TO cp-name-TXT(17)
           MOVE "bans" TO cp-name-TXT(18)
           MOVE "optout" TO cp-name-TXT(19)
           MOVE "oncall" TO cp-name-TXT(20)
           MOVE "tickets" TO cp-name-TXT(21)
           MOVE "karmalog" TO cp-name-TXT(22)
           MOVE "quotepend" TO cp-name-TXT(23)
           MOVE "calendar" TO cp-name-TXT(24)
           MOVE "actions" TO cp-name-TXT(25)

           MOVE "tell-seq" TO cp-name-TXT(26)
           MOVE "tell-seq-NUM 9(4)" TO cp-label-TXT(26)
           MOVE 9999 TO cp-max-NUM(26)
           MOVE "offense-count" TO cp-name-TXT(27)
           MOVE "offense-CNT 9(4)" TO cp-label-TXT(27)
           MOVE 9999 TO cp-max-NUM(27)
           MOVE "trivia-score" TO cp-name-TXT(28)
           MOVE "trivia-score-NUM 9(5)" TO cp-label-TXT(28)
           MOVE 99999 TO cp-max-NUM(28)
           MOVE "poll-votes" TO cp-name-TXT(29)
           MOVE "poll-opt-vote-CNT 9(4)" TO cp-label-TXT(29)
           MOVE 9999 TO cp-max-NUM(29)
           MOVE "poll-options" TO cp-name-TXT(30)
           MOVE "poll-opt-entry (4)" TO cp-label-TXT(30)
           MOVE 4 TO cp-max-NUM(30)
           MOVE "stats-chans" TO cp-name-TXT(31)
           MOVE "stats-chan-entry (8)" TO cp-label-TXT(31)
           MOVE 8 TO cp-max-NUM(31)
           MOVE "oncall-nicks" TO cp-name-TXT(32)
           MOVE "oncall-nick-entry (8)" TO cp-label-TXT(32)
           MOVE 8 TO cp-max-NUM(32)
           MOVE "cfg-options" TO cp-name-TXT(33)
           MOVE "stan-cfg known options" TO cp-label-TXT(33)
           MOVE 51 TO cp-max-NUM(33)

           PERFORM VARYING cp-item-IDX FROM 1 BY 1
                   UNTIL cp-item-IDX IS GREATER THAN cp-item-max-NUM
               MOVE 0 TO cp-now-NUM(cp-item-IDX)
               MOVE 0 TO cp-atmax-CNT(cp-item-IDX)
               MOVE 0 TO cp-prev-NUM(cp-item-IDX)
               MOVE 0 TO cp-prev-date-NUM(cp-item-IDX)
               MOVE SPACE TO cp-path-TBL(cp-item-IDX)
               IF cp-item-IDX IS GREATER THAN cp-file-max-NUM THEN
                   MOVE "Y" TO cp-here-CHR(cp-item-IDX)
                   EXIT PERFORM CYCLE
               END-IF
               MOVE "N" TO cp-here-CHR(cp-item-IDX)
               MOVE 0 TO cp-max-NUM(cp-item-IDX)
               MOVE SPACE TO cp-label-TXT(cp-item-IDX)
      *        stan.cfg / stan-<network>.cfg; everything else is
      *        stan-<x>.dat / stan-<x>-<network>.dat.
               IF cp-item-IDX IS EQUAL TO 1 THEN
                   IF network-name-TXT IS EQUAL TO SPACE THEN
                       MOVE "stan.cfg" TO cp-path-TBL(cp-item-IDX)
                   ELSE
                       STRING
                           "stan-" DELIMITED BY SIZE
                           TRIM(network-name-TXT) DELIMITED BY SIZE
                           ".cfg" DELIMITED BY SIZE
                           INTO cp-path-TBL(cp-item-IDX)
                       END-STRING
                   END-IF
               ELSE
                   IF network-name-TXT IS EQUAL TO SPACE THEN
                       STRING
                           "stan-" DELIMITED BY SIZE
                           TRIM(cp-name-TXT(cp-item-IDX))
                               DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO cp-path-TBL(cp-item-IDX)
                       END-STRING
                   ELSE
                       STRING
                           "stan-" DELIMITED BY SIZE
                           TRIM(cp-name-TXT(cp-item-IDX))
                               DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           TRIM(network-name-TXT) DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO cp-path-TBL(cp-item-IDX)
                       END-STRING
                   END-IF
               END-IF
               MOVE cp-path-TBL(cp-item-IDX)
                   TO cp-label-TXT(cp-item-IDX)
           END-PERFORM
           MOVE 0 TO cp-cfgname-CNT

           MOVE SPACE TO hist-filename-TXT
           MOVE SPACE TO out-filename-TXT
           IF network-name-TXT IS EQUAL TO SPACE THEN
               MOVE "stan-capacity.hist" TO hist-filename-TXT
               STRING
                   "stan-capacity-" DELIMITED BY SIZE
                   cp-today-DISP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO out-filename-TXT
               END-STRING
           ELSE
               STRING
                   "stan-capacity-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   ".hist" DELIMITED BY SIZE
                   INTO hist-filename-TXT
               END-STRING
               STRING
                   "stan-capacity-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   cp-today-DISP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO out-filename-TXT
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       020-utc-today SECTION.

      *    Today's UTC date, as stan-tickets works it out.
           MOVE FUNCTION CURRENT-DATE TO cp-now-TXT
           COMPUTE cp-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(cp-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(cp-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(cp-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(cp-now-TXT(13 : 2))
           EVALUATE cp-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE cp-now-SEC = cp-now-SEC
                       - FUNCTION NUMVAL(cp-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(cp-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE cp-now-SEC = cp-now-SEC
                       + FUNCTION NUMVAL(cp-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(cp-now-TXT(20 : 2)) * 60
           END-EVALUATE
           COMPUTE cp-today-DAY-NUM =
               FUNCTION INTEGER(cp-now-SEC / 86400)
           MOVE FUNCTION DATE-OF-INTEGER(cp-today-DAY-NUM)
               TO cp-today-DISP

           .

      * * * * * * * * * * * * * * * * * * * *

       100-read-history SECTION.

      *    The last figure on file for each item from a day before
      *    today - lines are appended in run order, so the last one
      *    read wins.
           MOVE 0 TO cp-last-run-NUM
           OPEN INPUT hist-FC
           IF NOT hist-STA-OK THEN
               EXIT SECTION
           END-IF

           PERFORM
               UNTIL EXIT
               READ hist-FC
                   AT END EXIT PERFORM
               END-READ
               IF hist-date-NUM IS NOT NUMERIC
                       OR hist-value-NUM IS NOT NUMERIC THEN
                   EXIT PERFORM CYCLE
               END-IF
               IF hist-date-NUM IS NOT LESS THAN cp-today-DISP THEN
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING cp-item-IDX FROM 1 BY 1
                       UNTIL cp-item-IDX IS GREATER THAN
                           cp-item-max-NUM
                   IF cp-name-TXT(cp-item-IDX) IS EQUAL TO
                           hist-name-TXT THEN
                       MOVE hist-value-NUM
                           TO cp-prev-NUM(cp-item-IDX)
                       MOVE hist-date-NUM
                           TO cp-prev-date-NUM(cp-item-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF hist-date-NUM IS GREATER THAN cp-last-run-NUM THEN
                   MOVE hist-date-NUM TO cp-last-run-NUM
               END-IF
           END-PERFORM

           CLOSE hist-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       200-count-file SECTION.

      *    Records in file cp-item-IDX, offering each record's bounded
      *    fields to their limits as it goes.
           MOVE cp-path-TBL(cp-item-IDX) TO cp-path-TXT
           EVALUATE cp-item-IDX
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
           IF NOT cp-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "Y" TO cp-here-CHR(cp-item-IDX)

           PERFORM
               UNTIL EXIT
               EVALUATE cp-item-IDX
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
               ADD 1 TO cp-now-NUM(cp-item-IDX)
               PERFORM 210-note-limits
           END-PERFORM

           EVALUATE cp-item-IDX
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

           .

      * * * * * * * * * * * * * * * * * * * *

       210-note-limits SECTION.

      *    The record just read, for the files that carry a bounded
      *    field or a fixed-size table.
           EVALUATE cp-item-IDX
               WHEN 1
                   PERFORM 220-note-config-name
               WHEN 6
                   MOVE 26 TO cp-lim-IDX
                   MOVE tell-seq-NUM TO cp-val-NUM
                   PERFORM 230-raise-limit
               WHEN 9
                   MOVE 27 TO cp-lim-IDX
                   MOVE offense-CNT TO cp-val-NUM
                   PERFORM 230-raise-limit
               WHEN 11
                   MOVE 28 TO cp-lim-IDX
                   MOVE trivia-score-NUM TO cp-val-NUM
                   PERFORM 230-raise-limit
               WHEN 13
                   MOVE 29 TO cp-lim-IDX
                   PERFORM VARYING cp-opt-IDX FROM 1 BY 1
                           UNTIL cp-opt-IDX IS GREATER THAN 4
                       MOVE poll-opt-vote-CNT(cp-opt-IDX) TO cp-val-NUM
                       PERFORM 230-raise-limit
                   END-PERFORM
                   MOVE 30 TO cp-lim-IDX
                   MOVE poll-opt-CNT-NUM TO cp-val-NUM
                   PERFORM 230-raise-limit
               WHEN 16
                   MOVE 31 TO cp-lim-IDX
                   MOVE stats-chan-CNT-NUM TO cp-val-NUM
                   PERFORM 230-raise-limit
               WHEN 20
                   MOVE 32 TO cp-lim-IDX
                   MOVE oncall-nick-CNT-NUM TO cp-val-NUM
                   PERFORM 230-raise-limit
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       220-note-config-name SECTION.

      *    A channel-scoped "<chan>:opt" counts as plain "opt" - it's
      *    the bare name stan-cfg looks up.
           MOVE config-opt-TXT TO cp-cfgname-TXT
           IF cp-cfgname-TXT(1 : 1) IS EQUAL TO "#"
                   OR cp-cfgname-TXT(1 : 1) IS EQUAL TO "&" THEN
               MOVE 0 TO cp-colon-POS
               INSPECT cp-cfgname-TXT TALLYING cp-colon-POS
                   FOR CHARACTERS BEFORE INITIAL ":"
               IF cp-colon-POS IS LESS THAN 79 THEN
                   MOVE config-opt-TXT(cp-colon-POS + 2 : )
                       TO cp-cfgname-TXT
               END-IF
           END-IF
           IF cp-cfgname-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           PERFORM VARYING cp-cfgname-IDX FROM 1 BY 1
                   UNTIL cp-cfgname-IDX IS GREATER THAN cp-cfgname-CNT
               IF cp-cfgname-TBL(cp-cfgname-IDX) IS EQUAL TO
                       cp-cfgname-TXT THEN
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF cp-cfgname-CNT IS LESS THAN 200 THEN
               ADD 1 TO cp-cfgname-CNT
               MOVE cp-cfgname-TXT TO cp-cfgname-TBL(cp-cfgname-CNT)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       230-raise-limit SECTION.

      *    cp-val-NUM against limit cp-lim-IDX: keep the highest, and
      *    count the records already at the maximum.
           IF cp-val-NUM IS GREATER THAN cp-now-NUM(cp-lim-IDX) THEN
               MOVE cp-val-NUM TO cp-now-NUM(cp-lim-IDX)
           END-IF
           IF cp-val-NUM IS NOT LESS THAN cp-max-NUM(cp-lim-IDX) THEN
               ADD 1 TO cp-atmax-CNT(cp-lim-IDX)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       300-write-report SECTION.

           OPEN OUTPUT out-FC
           IF NOT out-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(out-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO cp-warn-CNT
           MOVE SPACE TO out-REC
           STRING
               "=== Capacity and growth, " DELIMITED BY SIZE
               cp-today-DISP DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC
           MOVE SPACE TO out-REC
           IF cp-last-run-NUM IS EQUAL TO 0 THEN
               MOVE "No earlier run on file - growth shows next time."
                   TO out-REC
           ELSE
               STRING
                   "Measured against the run of " DELIMITED BY SIZE
                   cp-last-run-NUM DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
           END-IF
           WRITE out-REC

           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE SPACE TO out-REC
           STRING
               "Data file                   records" DELIMITED BY SIZE
               "    change     per day  in 90 days" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC
           PERFORM VARYING cp-item-IDX FROM 1 BY 1
                   UNTIL cp-item-IDX IS GREATER THAN cp-file-max-NUM
               PERFORM 310-file-line
           END-PERFORM

           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE SPACE TO out-REC
           STRING
               "Limit                          high" DELIMITED BY SIZE
               "     limit  used   at max days left" DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC
           PERFORM VARYING cp-item-IDX FROM cp-lim-first-NUM BY 1
                   UNTIL cp-item-IDX IS GREATER THAN cp-item-max-NUM
               PERFORM 320-limit-line
           END-PERFORM

           MOVE SPACE TO out-REC
           WRITE out-REC
           MOVE SPACE TO out-REC
           IF cp-warn-CNT IS EQUAL TO 0 THEN
               STRING
                   "Nothing at " DELIMITED BY SIZE
                   cp-warn-pct-NUM DELIMITED BY SIZE
                   "% of its limit." DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
           ELSE
               MOVE cp-warn-CNT TO cp-small-DISP
               STRING
                   TRIM(cp-small-DISP) DELIMITED BY SIZE
                   " limit(s) at " DELIMITED BY SIZE
                   cp-warn-pct-NUM DELIMITED BY SIZE
                   "% or more - see WARN above." DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               DISPLAY "*** " TRIM(out-REC) " ("
                   TRIM(out-filename-TXT) ")" UPON SYSERR
           END-IF
           WRITE out-REC

           CLOSE out-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       310-file-line SECTION.

           MOVE SPACE TO out-REC
           IF NOT cp-here(cp-item-IDX) THEN
               STRING
                   cp-label-TXT(cp-item-IDX) DELIMITED BY SIZE
                   "   absent" DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
               EXIT SECTION
           END-IF

           PERFORM 330-growth
           MOVE cp-now-NUM(cp-item-IDX) TO cp-count-DISP
           IF cp-days-NUM IS EQUAL TO 0 THEN
               STRING
                   cp-label-TXT(cp-item-IDX) DELIMITED BY SIZE
                   cp-count-DISP DELIMITED BY SIZE
                   "         -            -           -"
                       DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC
               EXIT SECTION
           END-IF

           COMPUTE cp-ahead-NUM ROUNDED = cp-now-NUM(cp-item-IDX)
               + cp-rate-NUM * cp-ahead-days-NUM
           IF cp-ahead-NUM IS LESS THAN 0 THEN
               MOVE 0 TO cp-ahead-NUM
           END-IF
           MOVE cp-change-NUM TO cp-change-DISP
           MOVE cp-rate-NUM TO cp-rate-DISP
           MOVE cp-ahead-NUM TO cp-ahead-DISP
           STRING
               cp-label-TXT(cp-item-IDX) DELIMITED BY SIZE
               cp-count-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cp-change-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cp-rate-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cp-ahead-DISP DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       320-limit-line SECTION.

           PERFORM 330-growth
           COMPUTE cp-pct-NUM =
               cp-now-NUM(cp-item-IDX) * 100 / cp-max-NUM(cp-item-IDX)
           MOVE SPACE TO cp-flag-TXT
           IF cp-pct-NUM IS NOT LESS THAN cp-warn-pct-NUM THEN
               MOVE "  WARN" TO cp-flag-TXT
               ADD 1 TO cp-warn-CNT
           END-IF

      *    Days left only means something while the mark is rising.
           MOVE SPACE TO cp-col-TXT
           IF cp-now-NUM(cp-item-IDX) IS NOT LESS THAN
                   cp-max-NUM(cp-item-IDX) THEN
               MOVE "         0" TO cp-col-TXT
           ELSE
               IF cp-days-NUM IS GREATER THAN 0
                       AND cp-rate-NUM IS GREATER THAN 0 THEN
                   COMPUTE cp-left-NUM =
                       (cp-max-NUM(cp-item-IDX)
                           - cp-now-NUM(cp-item-IDX)) / cp-rate-NUM
                   MOVE cp-left-NUM TO cp-left-DISP
                   MOVE SPACE TO cp-col-TXT
                   STRING
                       " " DELIMITED BY SIZE
                       cp-left-DISP DELIMITED BY SIZE
                       INTO cp-col-TXT
                   END-STRING
               ELSE
                   MOVE "         -" TO cp-col-TXT
               END-IF
           END-IF

           MOVE cp-now-NUM(cp-item-IDX) TO cp-count-DISP
           MOVE cp-max-NUM(cp-item-IDX) TO cp-max-DISP
           MOVE cp-pct-NUM TO cp-pct-DISP
           MOVE cp-atmax-CNT(cp-item-IDX) TO cp-atmax-DISP
           MOVE SPACE TO out-REC
           STRING
               cp-label-TXT(cp-item-IDX) DELIMITED BY SIZE
               cp-count-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cp-max-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               cp-pct-DISP DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               cp-atmax-DISP DELIMITED BY SIZE
               cp-col-TXT DELIMITED BY SIZE
               cp-flag-TXT DELIMITED BY SIZE
               INTO out-REC
           END-STRING
           WRITE out-REC

           .

      * * * * * * * * * * * * * * * * * * * *

       330-growth SECTION.

      *    Change since item cp-item-IDX's last earlier run and the
      *    rate per day it works out to; cp-days-NUM is 0 when
      *    there's nothing to measure against.
           MOVE 0 TO cp-days-NUM
           MOVE 0 TO cp-change-NUM
           MOVE 0 TO cp-rate-NUM
           IF cp-prev-date-NUM(cp-item-IDX) IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF

           COMPUTE cp-days-NUM = cp-today-DAY-NUM
               - FUNCTION INTEGER-OF-DATE(
                   cp-prev-date-NUM(cp-item-IDX))
           IF cp-days-NUM IS EQUAL TO 0 THEN
               EXIT SECTION
           END-IF
           COMPUTE cp-change-NUM = cp-now-NUM(cp-item-IDX)
               - cp-prev-NUM(cp-item-IDX)
           COMPUTE cp-rate-NUM ROUNDED = cp-change-NUM / cp-days-NUM

           .

      * * * * * * * * * * * * * * * * * * * *

       400-append-history SECTION.

           OPEN EXTEND hist-FC
           IF hist-STA-NOT-FOUND THEN
               OPEN OUTPUT hist-FC
           END-IF
           IF NOT hist-STA-OK THEN
               DISPLAY "*** Couldn't open " TRIM(hist-filename-TXT)
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           PERFORM VARYING cp-item-IDX FROM 1 BY 1
                   UNTIL cp-item-IDX IS GREATER THAN cp-item-max-NUM
               IF cp-here(cp-item-IDX) THEN
                   MOVE SPACE TO hist-REC
                   MOVE cp-today-DISP TO hist-date-NUM
                   MOVE cp-name-TXT(cp-item-IDX) TO hist-name-TXT
                   MOVE cp-now-NUM(cp-item-IDX) TO hist-value-NUM
                   WRITE hist-REC
               END-IF
           END-PERFORM

           CLOSE hist-FC

           .

       END PROGRAM stan-capacity.
