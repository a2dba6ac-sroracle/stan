      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-export.

      *****************************************************************
      *    Delimited export of the bot's indexed data files for
      *    spreadsheets and the BI loader. Writes one CSV per file,
      *    named after it - stan-seen.dat becomes stan-seen.csv (and
      *    stan-seen-<network>.dat, under STAN_NETWORK, becomes
      *    stan-seen-<network>.csv):
      *        seen quote karma topic fact links trivia stats alias
      *        bans poll vote sched oncall offense
      *    Each starts with a header row. Fields holding a comma or a
      *    double quote are quoted, inner quotes doubled (RFC 4180).
      *    Stamps come out as ISO 8601 UTC ("2026-03-12T14:05:09Z");
      *    dates as "2026-03-12". Record layouts as declared in
      *    stan.cbl's FILE SECTION.
      *    stan-optout.dat is honored: rows about someone who opted
      *    out (their seen, stats, trivia, karma, alias and offense
      *    records) are left out, and their nick is blanked wherever
      *    it only says who added something (quote, topic, fact, link
      *    and ban setters, vote hostmasks). Run from cron before the
      *    BI pickup:
      *        stan-export
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT seen-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS seen-nick-TXT
               FILE STATUS IS in-STA.

           SELECT quote-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS quote-ID-NUM
               FILE STATUS IS in-STA.

           SELECT karma-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS karma-term-TXT
               FILE STATUS IS in-STA.

           SELECT topic-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS topic-chan-TXT
               FILE STATUS IS in-STA.

           SELECT fact-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS fact-term-TXT
               FILE STATUS IS in-STA.

           SELECT link-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS link-ID-NUM
               ALTERNATE RECORD KEY IS link-norm-TXT WITH DUPLICATES
               FILE STATUS IS in-STA.

           SELECT trivia-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS trivia-nick-TXT
               FILE STATUS IS in-STA.

           SELECT stats-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS stats-nick-TXT
               FILE STATUS IS in-STA.

           SELECT alias-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS alias-nick-TXT
               FILE STATUS IS in-STA.

           SELECT ban-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ban-key
               FILE STATUS IS in-STA.

           SELECT poll-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS poll-chan-TXT
               FILE STATUS IS in-STA.

           SELECT vote-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS vote-key
               FILE STATUS IS in-STA.

           SELECT sched-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sched-ID-NUM
               FILE STATUS IS in-STA.

           SELECT oncall-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS oncall-name-TXT
               FILE STATUS IS in-STA.

           SELECT offense-FC
               ASSIGN TO in-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS offense-mask-TXT
               FILE STATUS IS in-STA.

           SELECT optout-FC
               ASSIGN TO optout-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS optout-nick-TXT
               FILE STATUS IS optout-STA.

           SELECT csv-FC
               ASSIGN TO csv-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS csv-STA.

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
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

       FD karma-FC.
       01 karma-REC.
           05 karma-term-TXT
               PICTURE IS X(65).
           05 karma-orig-term-TXT
               PICTURE IS X(65).
           05 karma-score-NUM
               PICTURE IS S9(9).
           05 karma-time-TXT
               PICTURE IS X(15).

       FD topic-FC.
       01 topic-REC.
           05 topic-chan-TXT
               PICTURE IS X(65).
           05 topic-orig-chan-TXT
               PICTURE IS X(65).
           05 topic-TXT
               PICTURE IS X(300).
           05 topic-setter-TXT
               PICTURE IS X(65).
           05 topic-time-TXT
               PICTURE IS X(15).

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

       FD trivia-FC.
       01 trivia-REC.
           05 trivia-nick-TXT
               PICTURE IS X(65).
           05 trivia-orig-nick-TXT
               PICTURE IS X(65).
           05 trivia-score-NUM
               PICTURE IS 9(5).

       FD stats-FC.
       01 stats-REC.
           05 stats-nick-TXT
               PICTURE IS X(65).
           05 stats-orig-nick-TXT
               PICTURE IS X(65).
           05 stats-msg-CNT
               PICTURE IS 9(9).
           05 stats-cmd-CNT
               PICTURE IS 9(9).
           05 stats-first-TXT
               PICTURE IS X(15).
           05 stats-last-TXT
               PICTURE IS X(15).
           05 stats-chan-CNT-NUM
               PICTURE IS 9(1).
           05 stats-chan-entry OCCURS 8 TIMES.
               10 stats-chan-TXT
                   PICTURE IS X(65).
               10 stats-chan-msg-CNT
                   PICTURE IS 9(9).

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

       FD poll-FC.
       01 poll-REC.
           05 poll-chan-TXT
               PICTURE IS X(65).
           05 poll-orig-chan-TXT
               PICTURE IS X(65).
           05 poll-setter-TXT
               PICTURE IS X(65).
           05 poll-q-TXT
               PICTURE IS X(200).
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
           05 sched-kind-CHR
               PICTURE IS X.
           05 sched-hhmm-NUM
               PICTURE IS 9(4).
           05 sched-dow-NUM
               PICTURE IS 9(1).
           05 sched-dom-NUM
               PICTURE IS 9(2).
           05 sched-chan-TXT
               PICTURE IS X(65).
           05 sched-msg-TXT
               PICTURE IS X(300).
           05 sched-next-due-TXT
               PICTURE IS X(15).

       FD oncall-FC.
       01 oncall-REC.
           05 oncall-name-TXT
               PICTURE IS X(30).
           05 oncall-orig-name-TXT
               PICTURE IS X(30).
           05 oncall-chan-TXT
               PICTURE IS X(65).
           05 oncall-dow-NUM
               PICTURE IS 9(1).
           05 oncall-hhmm-NUM
               PICTURE IS 9(4).
           05 oncall-cur-NUM
               PICTURE IS 9(1).
           05 oncall-nick-CNT-NUM
               PICTURE IS 9(1).
           05 oncall-nick-entry OCCURS 8 TIMES.
               10 oncall-nick-TXT
                   PICTURE IS X(65).
           05 oncall-override-TXT
               PICTURE IS X(65).
           05 oncall-last-date-NUM
               PICTURE IS 9(8).

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

       FD csv-FC.
       01 csv-REC
           PICTURE IS X(2000).

       WORKING-STORAGE SECTION.

       01 in-STA
           PICTURE IS X(2).
           88 in-STA-OK
               VALUE IS "00".

       01 optout-STA
           PICTURE IS X(2).
           88 optout-STA-OK
               VALUE IS "00".

       01 csv-STA
           PICTURE IS X(2).
           88 csv-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
      * * * * * * * * * * * * * * * * * * * *
       01 network-name-TXT
           PICTURE IS X(30).

       01 in-filename-TXT
           PICTURE IS X(255).

       01 optout-filename-TXT
           PICTURE IS X(255).

       01 csv-filename-TXT
           PICTURE IS X(255).

      *    "stan-seen" and the like - the .dat and .csv names are
      *    both built from it.
       01 ex-stem-TXT
           PICTURE IS X(20).

       01 ex-name-TXT
           PICTURE IS X(255).

       01 ex-ext-TXT
           PICTURE IS X(5).

      * * * * * * * * * * * * * * * * * * * *
      * Opt-out lookups.                    *
      * * * * * * * * * * * * * * * * * * * *
       01 ex-optout-open-CHR
           PICTURE IS X.
           88 ex-optout-open
               VALUE IS "Y".

       01 ex-opted-CHR
           PICTURE IS X.
           88 ex-opted-out
               VALUE IS "Y".

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(255).

       01 cf-dst-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * CSV line assembly.                  *
      * * * * * * * * * * * * * * * * * * * *
       01 csv-line-TXT
           PICTURE IS X(2000).

       01 csv-line-PTR
           PICTURE IS 9(4).

       01 csv-first-CHR
           PICTURE IS X.
           88 csv-first-field
               VALUE IS "Y".

      *    The value 810-csv-text appends.
       01 csv-in-TXT
           PICTURE IS X(600).

       01 csv-in-LEN
           PICTURE IS 9(4).

       01 csv-in-IDX
           PICTURE IS 9(4).

       01 csv-quote-CNT
           PICTURE IS 9(4).

      *    The value 830-csv-num appends.
       01 csv-num-NUM
           PICTURE IS S9(9).

       01 csv-num-DISP
           PICTURE IS -(9)9.

      *    "YYYYMMDD-HHMMSS" for 820-csv-stamp.
       01 csv-stamp-TXT
           PICTURE IS X(15).

       01 csv-date-NUM
           PICTURE IS 9(8).

       01 csv-build-TXT
           PICTURE IS X(600).

       01 csv-build-PTR
           PICTURE IS 9(4).

      * * * * * * * * * * * * * * * * * * * *
      * Tallies.                            *
      * * * * * * * * * * * * * * * * * * * *
       01 ex-row-CNT
           PICTURE IS 9(9).

       01 ex-held-CNT
           PICTURE IS 9(9).

       01 ex-file-CNT
           PICTURE IS 9(2).

       01 ex-CNT-DISP
           PICTURE IS ZZZZZZZZ9.

       01 ex-CNT2-DISP
           PICTURE IS ZZZZZZZZ9.

       01 ex-i-NUM
           PICTURE IS 9(2).

      *    The nick part of a "nick!user@host" vote mask.
       01 ex-mask-nick-TXT
           PICTURE IS X(65).

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

           MOVE SPACE TO network-name-TXT
           ACCEPT network-name-TXT FROM ENVIRONMENT "STAN_NETWORK"

           MOVE "stan-optout" TO ex-stem-TXT
           MOVE ".dat" TO ex-ext-TXT
           PERFORM 010-network-filename
           MOVE ex-name-TXT TO optout-filename-TXT
           MOVE "N" TO ex-optout-open-CHR
           OPEN INPUT optout-FC
           IF optout-STA-OK THEN
               MOVE "Y" TO ex-optout-open-CHR
           END-IF

           MOVE 0 TO ex-file-CNT

           PERFORM 100-export-seen
           PERFORM 110-export-quote
           PERFORM 120-export-karma
           PERFORM 130-export-topic
           PERFORM 140-export-fact
           PERFORM 150-export-link
           PERFORM 160-export-trivia
           PERFORM 170-export-stats
           PERFORM 180-export-alias
           PERFORM 190-export-ban
           PERFORM 200-export-poll
           PERFORM 210-export-vote
           PERFORM 220-export-sched
           PERFORM 230-export-oncall
           PERFORM 240-export-offense

           IF ex-optout-open THEN
               CLOSE optout-FC
           END-IF

           MOVE ex-file-CNT TO ex-CNT-DISP
           DISPLAY "Done: " TRIM(ex-CNT-DISP) " file(s) exported."

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-network-filename SECTION.

      *    "<stem><ext>", or "<stem>-<network><ext>" under
      *    STAN_NETWORK.
           MOVE SPACE TO ex-name-TXT
           IF network-name-TXT IS EQUAL TO SPACE THEN
               STRING
                   TRIM(ex-stem-TXT) DELIMITED BY SIZE
                   TRIM(ex-ext-TXT) DELIMITED BY SIZE
                   INTO ex-name-TXT
               END-STRING
           ELSE
               STRING
                   TRIM(ex-stem-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   TRIM(ex-ext-TXT) DELIMITED BY SIZE
                   INTO ex-name-TXT
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       020-begin-file SECTION.

      *    Names the input and output for ex-stem-TXT and creates the
      *    CSV; the caller writes its header row next. A data file
      *    that isn't there yet leaves in-STA not OK and no CSV.
           MOVE ".dat" TO ex-ext-TXT
           PERFORM 010-network-filename
           MOVE ex-name-TXT TO in-filename-TXT
           MOVE ".csv" TO ex-ext-TXT
           PERFORM 010-network-filename
           MOVE ex-name-TXT TO csv-filename-TXT
           MOVE 0 TO ex-row-CNT
           MOVE 0 TO ex-held-CNT

           OPEN OUTPUT csv-FC
           IF NOT csv-STA-OK THEN
               DISPLAY "*** Couldn't create " TRIM(csv-filename-TXT)
                   UPON SYSERR
               MOVE "99" TO in-STA
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       030-end-file SECTION.

           CLOSE csv-FC
           ADD 1 TO ex-file-CNT
           MOVE ex-row-CNT TO ex-CNT-DISP
           IF ex-held-CNT IS EQUAL TO 0 THEN
               DISPLAY TRIM(csv-filename-TXT) ": "
                   TRIM(ex-CNT-DISP) " row(s)"
           ELSE
               MOVE ex-held-CNT TO ex-CNT2-DISP
               DISPLAY TRIM(csv-filename-TXT) ": "
                   TRIM(ex-CNT-DISP) " row(s), "
                   TRIM(ex-CNT2-DISP) " withheld (opted out)"
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       040-missing-file SECTION.

      *    The CSV was created before the input turned out to be
      *    missing - leave it with just its header, so the loader
      *    still finds the file it expects.
           DISPLAY "*** Couldn't open " TRIM(in-filename-TXT)
               " - " TRIM(csv-filename-TXT) " has no rows" UPON SYSERR
           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       050-check-optout SECTION.

      *    Has the nick in cf-src-TXT (any casing) opted out?
           MOVE "N" TO ex-opted-CHR
           IF NOT ex-optout-open OR cf-src-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           PERFORM 095-casefold
           MOVE cf-dst-TXT TO optout-nick-TXT
           READ optout-FC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ex-opted-CHR
           END-READ

           .

      * * * * * * * * * * * * * * * * * * * *

       100-export-seen SECTION.

           MOVE "stan-seen" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "nick,last_seen,channel,event,message" TO csv-REC
           WRITE csv-REC

           OPEN INPUT seen-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ seen-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               MOVE seen-nick-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   ADD 1 TO ex-held-CNT
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM 800-csv-start
               MOVE seen-orig-nick-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE seen-time-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               MOVE seen-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE seen-event-CHR TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE seen-msg-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE seen-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       110-export-quote SECTION.

           MOVE "stan-quote" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "id,quote,added_by,added,channel" TO csv-REC
           WRITE csv-REC

           OPEN INPUT quote-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ quote-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               PERFORM 800-csv-start
               MOVE quote-ID-NUM TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE quote-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE quote-setter-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   MOVE SPACE TO csv-in-TXT
               ELSE
                   MOVE quote-setter-TXT TO csv-in-TXT
               END-IF
               PERFORM 810-csv-text
               MOVE quote-time-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               MOVE quote-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE quote-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       120-export-karma SECTION.

           MOVE "stan-karma" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "term,score,last_changed" TO csv-REC
           WRITE csv-REC

           OPEN INPUT karma-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ karma-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

      *        A term that is an opted-out nick is karma about them.
               MOVE karma-term-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   ADD 1 TO ex-held-CNT
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM 800-csv-start
               MOVE karma-orig-term-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE karma-score-NUM TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE karma-time-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE karma-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       130-export-topic SECTION.

           MOVE "stan-topic" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "channel,topic,set_by,set_at" TO csv-REC
           WRITE csv-REC

           OPEN INPUT topic-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ topic-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               PERFORM 800-csv-start
               MOVE topic-orig-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE topic-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE topic-setter-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   MOVE SPACE TO csv-in-TXT
               ELSE
                   MOVE topic-setter-TXT TO csv-in-TXT
               END-IF
               PERFORM 810-csv-text
               MOVE topic-time-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE topic-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       140-export-fact SECTION.

           MOVE "stan-fact" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "term,value,set_by,set_at" TO csv-REC
           WRITE csv-REC

           OPEN INPUT fact-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ fact-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               PERFORM 800-csv-start
               MOVE fact-orig-term-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE fact-val-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE fact-setter-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   MOVE SPACE TO csv-in-TXT
               ELSE
                   MOVE fact-setter-TXT TO csv-in-TXT
               END-IF
               PERFORM 810-csv-text
               MOVE fact-time-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE fact-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       150-export-link SECTION.

           MOVE "stan-links" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "id,channel,posted_by,posted,url" TO csv-REC
           WRITE csv-REC

           OPEN INPUT link-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ link-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               PERFORM 800-csv-start
               MOVE link-ID-NUM TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE link-orig-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE link-nick-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   MOVE SPACE TO csv-in-TXT
               ELSE
                   MOVE link-nick-TXT TO csv-in-TXT
               END-IF
               PERFORM 810-csv-text
               MOVE link-time-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               MOVE link-url-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE link-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       160-export-trivia SECTION.

           MOVE "stan-trivia" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "nick,score" TO csv-REC
           WRITE csv-REC

           OPEN INPUT trivia-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ trivia-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               MOVE trivia-nick-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   ADD 1 TO ex-held-CNT
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM 800-csv-start
               MOVE trivia-orig-nick-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE trivia-score-NUM TO csv-num-NUM
               PERFORM 830-csv-num
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE trivia-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       170-export-stats SECTION.

           MOVE "stan-stats" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
      *    The per-channel split rides in one "chan=count;..." field
      *    rather than eight column pairs mostly left empty.
           MOVE SPACE TO csv-REC
           STRING
               "nick,messages,commands,first_seen,last_seen,"
                   DELIMITED BY SIZE
               "channels" DELIMITED BY SIZE
               INTO csv-REC
           END-STRING
           WRITE csv-REC

           OPEN INPUT stats-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ stats-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               MOVE stats-nick-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   ADD 1 TO ex-held-CNT
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM 800-csv-start
               MOVE stats-orig-nick-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE stats-msg-CNT TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE stats-cmd-CNT TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE stats-first-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               MOVE stats-last-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp

               MOVE SPACE TO csv-build-TXT
               MOVE 1 TO csv-build-PTR
               PERFORM VARYING ex-i-NUM FROM 1 BY 1
                       UNTIL ex-i-NUM IS GREATER THAN stats-chan-CNT-NUM
                       OR ex-i-NUM IS GREATER THAN 8
                   MOVE stats-chan-msg-CNT(ex-i-NUM) TO csv-num-DISP
                   IF ex-i-NUM IS GREATER THAN 1 THEN
                       STRING
                           ";" DELIMITED BY SIZE
                           INTO csv-build-TXT
                           WITH POINTER csv-build-PTR
                       END-STRING
                   END-IF
                   STRING
                       TRIM(stats-chan-TXT(ex-i-NUM)) DELIMITED BY SIZE
                       "=" DELIMITED BY SIZE
                       TRIM(csv-num-DISP) DELIMITED BY SIZE
                       INTO csv-build-TXT
                       WITH POINTER csv-build-PTR
                   END-STRING
               END-PERFORM
               MOVE csv-build-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE stats-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       180-export-alias SECTION.

           MOVE "stan-alias" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "nick,canonical,set_by,set_at" TO csv-REC
           WRITE csv-REC

           OPEN INPUT alias-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ alias-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

      *        A link is about both ends.
               MOVE alias-nick-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF NOT ex-opted-out THEN
                   MOVE alias-canon-TXT TO cf-src-TXT
                   PERFORM 050-check-optout
               END-IF
               IF ex-opted-out THEN
                   ADD 1 TO ex-held-CNT
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM 800-csv-start
               MOVE alias-orig-nick-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE alias-orig-canon-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE alias-setter-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE alias-time-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE alias-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       190-export-ban SECTION.

           MOVE "stan-bans" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "channel,mask,set_by,set_at,nudged" TO csv-REC
           WRITE csv-REC

           OPEN INPUT ban-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ ban-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               PERFORM 800-csv-start
               MOVE ban-orig-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE ban-orig-mask-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE ban-setter-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   MOVE SPACE TO csv-in-TXT
               ELSE
                   MOVE ban-setter-TXT TO csv-in-TXT
               END-IF
               PERFORM 810-csv-text
               MOVE ban-time-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               MOVE ban-nudged-CHR TO csv-in-TXT
               PERFORM 810-csv-text
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE ban-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       200-export-poll SECTION.

           MOVE "stan-poll" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE SPACE TO csv-REC
           STRING
               "channel,set_by,question,option1,votes1,option2,"
                   DELIMITED BY SIZE
               "votes2,option3,votes3,option4,votes4" DELIMITED BY SIZE
               INTO csv-REC
           END-STRING
           WRITE csv-REC

           OPEN INPUT poll-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ poll-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               PERFORM 800-csv-start
               MOVE poll-orig-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE poll-setter-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   MOVE SPACE TO csv-in-TXT
               ELSE
                   MOVE poll-setter-TXT TO csv-in-TXT
               END-IF
               PERFORM 810-csv-text
               MOVE poll-q-TXT TO csv-in-TXT
               PERFORM 810-csv-text
      *        Unused option slots come out as empty pairs.
               PERFORM VARYING ex-i-NUM FROM 1 BY 1
                       UNTIL ex-i-NUM IS GREATER THAN 4
                   IF ex-i-NUM IS GREATER THAN poll-opt-CNT-NUM THEN
                       MOVE SPACE TO csv-in-TXT
                       PERFORM 810-csv-text
                       PERFORM 810-csv-text
                   ELSE
                       MOVE poll-opt-TXT(ex-i-NUM) TO csv-in-TXT
                       PERFORM 810-csv-text
                       MOVE poll-opt-vote-CNT(ex-i-NUM) TO csv-num-NUM
                       PERFORM 830-csv-num
                   END-IF
               END-PERFORM
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE poll-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       210-export-vote SECTION.

           MOVE "stan-vote" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE "channel,voter_mask,choice" TO csv-REC
           WRITE csv-REC

           OPEN INPUT vote-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ vote-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               PERFORM 800-csv-start
               MOVE vote-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE SPACE TO ex-mask-nick-TXT
               UNSTRING vote-mask-TXT DELIMITED BY "!"
                   INTO ex-mask-nick-TXT
               END-UNSTRING
               MOVE ex-mask-nick-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   MOVE SPACE TO csv-in-TXT
               ELSE
                   MOVE vote-mask-TXT TO csv-in-TXT
               END-IF
               PERFORM 810-csv-text
               MOVE vote-choice-NUM TO csv-num-NUM
               PERFORM 830-csv-num
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE vote-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       220-export-sched SECTION.

           MOVE "stan-sched" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE SPACE TO csv-REC
           STRING
               "id,kind,time,weekday,day_of_month,channel,message,"
                   DELIMITED BY SIZE
               "next_due" DELIMITED BY SIZE
               INTO csv-REC
           END-STRING
           WRITE csv-REC

           OPEN INPUT sched-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ sched-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               PERFORM 800-csv-start
               MOVE sched-ID-NUM TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE sched-kind-CHR TO csv-in-TXT
               PERFORM 810-csv-text
      *        Wall-clock "HH:MM" as the schedule was set.
               MOVE SPACE TO csv-in-TXT
               STRING
                   sched-hhmm-NUM(1 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   sched-hhmm-NUM(3 : 2) DELIMITED BY SIZE
                   INTO csv-in-TXT
               END-STRING
               PERFORM 810-csv-text
               MOVE sched-dow-NUM TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE sched-dom-NUM TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE sched-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE sched-msg-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE sched-next-due-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE sched-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       230-export-oncall SECTION.

           MOVE "stan-oncall" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE SPACE TO csv-REC
           STRING
               "rotation,channel,handoff_weekday,handoff_time,"
                   DELIMITED BY SIZE
               "current,rota,override,last_handoff" DELIMITED BY SIZE
               INTO csv-REC
           END-STRING
           WRITE csv-REC

           OPEN INPUT oncall-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ oncall-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               PERFORM 800-csv-start
               MOVE oncall-orig-name-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE oncall-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE oncall-dow-NUM TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE SPACE TO csv-in-TXT
               STRING
                   oncall-hhmm-NUM(1 : 2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   oncall-hhmm-NUM(3 : 2) DELIMITED BY SIZE
                   INTO csv-in-TXT
               END-STRING
               PERFORM 810-csv-text
      *        Who holds the pager, by name rather than slot number.
               MOVE SPACE TO csv-in-TXT
               IF oncall-cur-NUM IS GREATER THAN 0
                       AND oncall-cur-NUM IS NOT GREATER THAN 8 THEN
                   MOVE oncall-nick-TXT(oncall-cur-NUM) TO csv-in-TXT
               END-IF
               PERFORM 810-csv-text
               MOVE SPACE TO csv-build-TXT
               MOVE 1 TO csv-build-PTR
               PERFORM VARYING ex-i-NUM FROM 1 BY 1
                       UNTIL ex-i-NUM IS GREATER THAN
                           oncall-nick-CNT-NUM
                       OR ex-i-NUM IS GREATER THAN 8
                   IF ex-i-NUM IS GREATER THAN 1 THEN
                       STRING
                           ";" DELIMITED BY SIZE
                           INTO csv-build-TXT
                           WITH POINTER csv-build-PTR
                       END-STRING
                   END-IF
                   STRING
                       TRIM(oncall-nick-TXT(ex-i-NUM))
                           DELIMITED BY SIZE
                       INTO csv-build-TXT
                       WITH POINTER csv-build-PTR
                   END-STRING
               END-PERFORM
               MOVE csv-build-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE oncall-override-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE SPACE TO csv-in-TXT
               IF oncall-last-date-NUM IS GREATER THAN 0 THEN
                   MOVE oncall-last-date-NUM TO csv-date-NUM
                   PERFORM 825-csv-date
               ELSE
                   PERFORM 810-csv-text
               END-IF
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE oncall-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       240-export-offense SECTION.

           MOVE "stan-offense" TO ex-stem-TXT
           PERFORM 020-begin-file
           IF NOT csv-STA-OK THEN
               EXIT SECTION
           END-IF
           MOVE SPACE TO csv-REC
           STRING
               "hostmask,nick,offenses,last_offense,last_channel,"
                   DELIMITED BY SIZE
               "unban_due,unban_channel,ban_mask" DELIMITED BY SIZE
               INTO csv-REC
           END-STRING
           WRITE csv-REC

           OPEN INPUT offense-FC
           IF NOT in-STA-OK THEN
               PERFORM 040-missing-file
               EXIT SECTION
           END-IF
           PERFORM
               UNTIL EXIT
               READ offense-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               MOVE offense-orig-nick-TXT TO cf-src-TXT
               PERFORM 050-check-optout
               IF ex-opted-out THEN
                   ADD 1 TO ex-held-CNT
                   EXIT PERFORM CYCLE
               END-IF

               PERFORM 800-csv-start
               MOVE offense-mask-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE offense-orig-nick-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE offense-CNT TO csv-num-NUM
               PERFORM 830-csv-num
               MOVE offense-last-time-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               MOVE offense-last-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE offense-unban-due-TXT TO csv-stamp-TXT
               PERFORM 820-csv-stamp
               MOVE offense-unban-chan-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               MOVE offense-banmask-TXT TO csv-in-TXT
               PERFORM 810-csv-text
               PERFORM 890-csv-write
           END-PERFORM
           CLOSE offense-FC

           PERFORM 030-end-file

           .

      * * * * * * * * * * * * * * * * * * * *

       800-csv-start SECTION.

           MOVE SPACE TO csv-line-TXT
           MOVE 1 TO csv-line-PTR
           MOVE "Y" TO csv-first-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       805-csv-separator SECTION.

           IF csv-first-field THEN
               MOVE "N" TO csv-first-CHR
           ELSE
               STRING
                   "," DELIMITED BY SIZE
                   INTO csv-line-TXT
                   WITH POINTER csv-line-PTR
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       810-csv-text SECTION.

      *    csv-in-TXT as the next field - bare when it's plain, quoted
      *    (inner quotes doubled) when it holds a comma or a quote.
           PERFORM 805-csv-separator
           IF csv-in-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO csv-quote-CNT
           INSPECT csv-in-TXT TALLYING csv-quote-CNT FOR ALL ","
           INSPECT csv-in-TXT TALLYING csv-quote-CNT FOR ALL QUOTE
           IF csv-quote-CNT IS EQUAL TO 0 THEN
               STRING
                   TRIM(csv-in-TXT) DELIMITED BY SIZE
                   INTO csv-line-TXT
                   WITH POINTER csv-line-PTR
               END-STRING
               EXIT SECTION
           END-IF

           MOVE FUNCTION LENGTH(TRIM(csv-in-TXT TRAILING))
               TO csv-in-LEN
           STRING
               QUOTE DELIMITED BY SIZE
               INTO csv-line-TXT
               WITH POINTER csv-line-PTR
           END-STRING
           PERFORM VARYING csv-in-IDX FROM 1 BY 1
                   UNTIL csv-in-IDX IS GREATER THAN csv-in-LEN
               IF csv-in-TXT(csv-in-IDX : 1) IS EQUAL TO QUOTE THEN
                   STRING
                       QUOTE DELIMITED BY SIZE
                       QUOTE DELIMITED BY SIZE
                       INTO csv-line-TXT
                       WITH POINTER csv-line-PTR
                   END-STRING
               ELSE
                   STRING
                       csv-in-TXT(csv-in-IDX : 1) DELIMITED BY SIZE
                       INTO csv-line-TXT
                       WITH POINTER csv-line-PTR
                   END-STRING
               END-IF
           END-PERFORM
           STRING
               QUOTE DELIMITED BY SIZE
               INTO csv-line-TXT
               WITH POINTER csv-line-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       820-csv-stamp SECTION.

      *    A data-file "YYYYMMDD-HHMMSS" stamp (UTC already - the bot
      *    writes every one from 204-utc-now-stamp) as ISO 8601;
      *    blank stays blank.
           PERFORM 805-csv-separator
           IF csv-stamp-TXT(1 : 8) IS NOT NUMERIC
                   OR csv-stamp-TXT(10 : 6) IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           STRING
               csv-stamp-TXT(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               csv-stamp-TXT(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               csv-stamp-TXT(7 : 2) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               csv-stamp-TXT(10 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               csv-stamp-TXT(12 : 2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               csv-stamp-TXT(14 : 2) DELIMITED BY SIZE
               "Z" DELIMITED BY SIZE
               INTO csv-line-TXT
               WITH POINTER csv-line-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       825-csv-date SECTION.

      *    A YYYYMMDD date as "YYYY-MM-DD".
           PERFORM 805-csv-separator
           STRING
               csv-date-NUM(1 : 4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               csv-date-NUM(5 : 2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               csv-date-NUM(7 : 2) DELIMITED BY SIZE
               INTO csv-line-TXT
               WITH POINTER csv-line-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       830-csv-num SECTION.

           PERFORM 805-csv-separator
           MOVE csv-num-NUM TO csv-num-DISP
           STRING
               TRIM(csv-num-DISP) DELIMITED BY SIZE
               INTO csv-line-TXT
               WITH POINTER csv-line-PTR
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       890-csv-write SECTION.

           MOVE csv-line-TXT TO csv-REC
           WRITE csv-REC
           ADD 1 TO ex-row-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       095-casefold SECTION.

      *    RFC 1459 casemapping, as 224-casefold in stan.cbl: A-Z plus
      *    the {}|^ <-> []\~ quirk.
           MOVE FUNCTION UPPER-CASE(cf-src-TXT) TO cf-dst-TXT
           INSPECT cf-dst-TXT CONVERTING "{}|^" TO "[]\~"

           .

       END PROGRAM stan-export.
