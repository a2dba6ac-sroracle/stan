      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-person.

      *****************************************************************
      *    Per-person data export and erasure. Given a nick, follows
      *    its links in stan-alias.dat (to the canonical nick and
      *    every other spelling pointing there) and finds everything
      *    the bot holds on that person:
      *        seen, stats, karma, trivia, tz  records keyed on them
      *        karmalog                        karma they gave, and
      *                                        changes to their own
      *                                        karma
      *        usual                           their typical-hours
      *                                        profile
      *        tell                            memos sent and received
      *        quote                           quotes they added, and
      *                                        quotes of them ("<nick>"
      *                                        in the quote text)
      *        quotepend                       the same, among quotes
      *                                        awaiting approval
      *        calendar                        events they created
      *                                        and their RSVPs
      *        actions                         meeting action items
      *                                        they own or closed
      *        tickets                         tickets they raised,
      *                                        hold, last updated or
      *                                        noted on
      *        links, fact                     entries they posted
      *        offense                         ledger entries
      *        alias                           the identity links
      *        optout                          whether they opted out
      *    Export writes it all to "stan-person-<nick>-<YYYYMMDD>.txt"
      *    for handing over:
      *        echo 'export dave' | stan-person
      *    Erase deletes what is theirs alone (seen, stats, karma and
      *    its history, trivia, tz, hours profile, memos to them,
      *    quotes of them, identity links, event RSVPs, offenses with
      *    no unban pending) and anonymizes their name where the
      *    record belongs to others too (memos they sent, karma they
      *    gave, quotes/links/facts/events they added, action items
      *    they own or closed, their part in tickets, an offense
      *    whose timed unban is still due).
      *    The opt-out record stays - it is what keeps them from being
      *    recorded again. A one-line summary goes into the audit
      *    ledger:
      *        echo 'erase dave' | stan-person
      *    Several requests may be given, one per line. The running
      *    bot holds the files open, so each erasure first asks it to
      *    let go of them (maint-lock.cpy); if it doesn't within
      *    STAN_MAINT_WAIT seconds (default 300) that erasure is
      *    skipped and the job ends with return code 12. So does a
      *    run where a data file couldn't be opened for an erasure:
      *    the file and its status are reported, and the audit line
      *    is marked incomplete.
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

           SELECT seen-FC
               ASSIGN TO seen-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS seen-nick-TXT
               FILE STATUS IS seen-STA.

           SELECT stats-FC
               ASSIGN TO stats-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS stats-nick-TXT
               FILE STATUS IS stats-STA.

           SELECT karma-FC
               ASSIGN TO karma-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS karma-term-TXT
               FILE STATUS IS karma-STA.

           SELECT karmalog-FC
               ASSIGN TO karmalog-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS karmalog-key
               FILE STATUS IS karmalog-STA.

           SELECT trivia-FC
               ASSIGN TO trivia-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS trivia-nick-TXT
               FILE STATUS IS trivia-STA.

           SELECT tz-FC
               ASSIGN TO tz-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tz-nick-TXT
               FILE STATUS IS tz-STA.

           SELECT usual-FC
               ASSIGN TO usual-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS usual-nick-TXT
               FILE STATUS IS usual-STA.

           SELECT tell-FC
               ASSIGN TO tell-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tell-key
               FILE STATUS IS tell-STA.

           SELECT quote-FC
               ASSIGN TO quote-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS quote-ID-NUM
               FILE STATUS IS quote-STA.

           SELECT qpend-FC
               ASSIGN TO qpend-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS qpend-ID-NUM
               FILE STATUS IS qpend-STA.

           SELECT cal-FC
               ASSIGN TO cal-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-key
               FILE STATUS IS cal-STA.

           SELECT action-FC
               ASSIGN TO action-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS action-ID-NUM
               ALTERNATE RECORD KEY IS action-src-key
               ALTERNATE RECORD KEY IS action-owner-TXT WITH DUPLICATES
               FILE STATUS IS action-STA.

           SELECT ticket-FC
               ASSIGN TO ticket-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ticket-key
               FILE STATUS IS ticket-STA.

           SELECT link-FC
               ASSIGN TO link-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS link-ID-NUM
               ALTERNATE RECORD KEY IS link-norm-TXT WITH DUPLICATES
               FILE STATUS IS link-STA.

           SELECT fact-FC
               ASSIGN TO fact-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fact-term-TXT
               FILE STATUS IS fact-STA.

           SELECT offense-FC
               ASSIGN TO offense-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS offense-mask-TXT
               FILE STATUS IS offense-STA.

           SELECT alias-FC
               ASSIGN TO alias-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alias-nick-TXT
               FILE STATUS IS alias-STA.

           SELECT optout-FC
               ASSIGN TO optout-filename-TXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS optout-nick-TXT
               FILE STATUS IS optout-STA.

           SELECT rtaudit-FC
               ASSIGN TO rtaudit-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rtaudit-STA.

           SELECT out-FC
               ASSIGN TO out-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS out-STA.

           COPY "maint-lock-sel.cpy".

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD parm-FC.
       01 parm-REC
           PICTURE IS X(80).

      *    Record layouts as declared in stan.cbl's FILE SECTION.
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

       FD karmalog-FC.
       01 karmalog-REC.
           05 karmalog-key.
               10 karmalog-term-TXT
                   PICTURE IS X(65).
               10 karmalog-time-TXT
                   PICTURE IS X(15).
               10 karmalog-seq-NUM
                   PICTURE IS 9(4).
           05 karmalog-orig-term-TXT
               PICTURE IS X(65).
           05 karmalog-giver-TXT
               PICTURE IS X(65).
           05 karmalog-canon-giver-TXT
               PICTURE IS X(65).
           05 karmalog-delta-NUM
               PICTURE IS S9(1).
           05 karmalog-chan-TXT
               PICTURE IS X(65).

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
           05 tz-orig-nick-TXT
               PICTURE IS X(65).
           05 tz-val-TXT
               PICTURE IS X(6).
           05 tz-min-NUM
               PICTURE IS S9(4).

      *    As stan-usual.cbl writes it.
       FD usual-FC.
       01 usual-REC.
           05 usual-nick-TXT
               PICTURE IS X(65).
           05 usual-orig-nick-TXT
               PICTURE IS X(65).
           05 usual-line-CNT
               PICTURE IS 9(9).
           05 usual-first-TXT
               PICTURE IS X(8).
           05 usual-last-TXT
               PICTURE IS X(8).
           05 usual-hour-CNT OCCURS 168 TIMES
               PICTURE IS 9(7).

       FD tell-FC.
       01 tell-REC.
           05 tell-key.
               10 tell-nick-TXT
                   PICTURE IS X(65).
               10 tell-seq-NUM
                   PICTURE IS 9(4).
           05 tell-from-TXT
               PICTURE IS X(65).
           05 tell-time-TXT
               PICTURE IS X(15).
           05 tell-msg-TXT
               PICTURE IS X(300).

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

       FD qpend-FC.
       01 qpend-REC.
           05 qpend-ID-NUM
               PICTURE IS 9(9).
           05 qpend-TXT
               PICTURE IS X(400).
           05 qpend-setter-TXT
               PICTURE IS X(65).
           05 qpend-time-TXT
               PICTURE IS X(15).
           05 qpend-chan-TXT
               PICTURE IS X(65).

       FD cal-FC.
       01 cal-REC.
           05 cal-key.
               10 cal-ID-NUM
                   PICTURE IS 9(9).
               10 cal-who-TXT
                   PICTURE IS X(65).
      *    Start time, UTC, "YYYYMMDD-HHMMSS".
           05 cal-start-TXT
               PICTURE IS X(15).
           05 cal-chan-TXT
               PICTURE IS X(65).
           05 cal-title-TXT
               PICTURE IS X(200).
           05 cal-setter-TXT
               PICTURE IS X(65).
           05 cal-created-TXT
               PICTURE IS X(15).
      *    "scheduled" or "cancelled".
           05 cal-state-TXT
               PICTURE IS X(9).
      *    UTC date the morning announcement went out, and whether
      *    the "starting soon" ping has.
           05 cal-announced-TXT
               PICTURE IS X(8).
           05 cal-pinged-CHR
               PICTURE IS X.
      *    "yes", "no" or "maybe".
           05 cal-answer-TXT
               PICTURE IS X(5).
           05 cal-nick-TXT
               PICTURE IS X(65).
           05 cal-answered-TXT
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
               88 action-is-done
                   VALUE IS "D".
           05 action-closed-TXT
               PICTURE IS X(15).
           05 action-closer-TXT
               PICTURE IS X(65).
           05 action-nudged-TXT
               PICTURE IS X(8).

       FD ticket-FC.
       01 ticket-REC.
           05 ticket-key.
               10 ticket-ID-NUM
                   PICTURE IS 9(9).
               10 ticket-note-NUM
                   PICTURE IS 9(4).
           05 ticket-chan-TXT
               PICTURE IS X(65).
           05 ticket-orig-chan-TXT
               PICTURE IS X(65).
           05 ticket-setter-TXT
               PICTURE IS X(65).
           05 ticket-created-TXT
               PICTURE IS X(15).
           05 ticket-text-TXT
               PICTURE IS X(300).
           05 ticket-state-TXT
               PICTURE IS X(11).
           05 ticket-assignee-TXT
               PICTURE IS X(65).
           05 ticket-updated-TXT
               PICTURE IS X(15).
           05 ticket-updater-TXT
               PICTURE IS X(65).
           05 ticket-note-CNT
               PICTURE IS 9(4).

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

       FD rtaudit-FC.
       01 rtaudit-REC
           PICTURE IS X(500).

       FD out-FC.
       01 out-REC
           PICTURE IS X(600).

           COPY "maint-lock-fd.cpy".

       WORKING-STORAGE SECTION.

       01 seen-STA
           PICTURE IS X(2).
           88 seen-STA-OK
               VALUE IS "00".

       01 stats-STA
           PICTURE IS X(2).
           88 stats-STA-OK
               VALUE IS "00".

       01 karma-STA
           PICTURE IS X(2).
           88 karma-STA-OK
               VALUE IS "00".

       01 karmalog-STA
           PICTURE IS X(2).
           88 karmalog-STA-OK
               VALUE IS "00".

       01 trivia-STA
           PICTURE IS X(2).
           88 trivia-STA-OK
               VALUE IS "00".

       01 tz-STA
           PICTURE IS X(2).
           88 tz-STA-OK
               VALUE IS "00".

       01 usual-STA
           PICTURE IS X(2).
           88 usual-STA-OK
               VALUE IS "00".

       01 tell-STA
           PICTURE IS X(2).
           88 tell-STA-OK
               VALUE IS "00".

       01 quote-STA
           PICTURE IS X(2).
           88 quote-STA-OK
               VALUE IS "00".

       01 qpend-STA
           PICTURE IS X(2).
           88 qpend-STA-OK
               VALUE IS "00".

       01 cal-STA
           PICTURE IS X(2).
           88 cal-STA-OK
               VALUE IS "00".

       01 action-STA
           PICTURE IS X(2).
           88 action-STA-OK
               VALUE IS "00".

       01 ticket-STA
           PICTURE IS X(2).
           88 ticket-STA-OK
               VALUE IS "00".

       01 link-STA
           PICTURE IS X(2).
           88 link-STA-OK
               VALUE IS "00".

       01 fact-STA
           PICTURE IS X(2).
           88 fact-STA-OK
               VALUE IS "00".

       01 offense-STA
           PICTURE IS X(2).
           88 offense-STA-OK
               VALUE IS "00".

       01 alias-STA
           PICTURE IS X(2).
           88 alias-STA-OK
               VALUE IS "00".

       01 optout-STA
           PICTURE IS X(2).
           88 optout-STA-OK
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

       01 seen-filename-TXT
           PICTURE IS X(255).

       01 stats-filename-TXT
           PICTURE IS X(255).

       01 karma-filename-TXT
           PICTURE IS X(255).

       01 karmalog-filename-TXT
           PICTURE IS X(255).

       01 trivia-filename-TXT
           PICTURE IS X(255).

       01 tz-filename-TXT
           PICTURE IS X(255).

       01 usual-filename-TXT
           PICTURE IS X(255).

       01 tell-filename-TXT
           PICTURE IS X(255).

       01 quote-filename-TXT
           PICTURE IS X(255).

       01 qpend-filename-TXT
           PICTURE IS X(255).

       01 cal-filename-TXT
           PICTURE IS X(255).

       01 action-filename-TXT
           PICTURE IS X(255).

       01 ticket-filename-TXT
           PICTURE IS X(255).

       01 link-filename-TXT
           PICTURE IS X(255).

       01 fact-filename-TXT
           PICTURE IS X(255).

       01 offense-filename-TXT
           PICTURE IS X(255).

       01 alias-filename-TXT
           PICTURE IS X(255).

       01 optout-filename-TXT
           PICTURE IS X(255).

       01 rtaudit-filename-TXT
           PICTURE IS X(255).

       01 out-filename-TXT
           PICTURE IS X(255).

      *    Network-suffixed names are built from this stem list.
       01 pn-stem-TXT
           PICTURE IS X(20).

       01 pn-ext-TXT
           PICTURE IS X(5).

       01 pn-name-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * The request.                        *
      * * * * * * * * * * * * * * * * * * * *
       01 pn-mode-TXT
           PICTURE IS X(10).
           88 pn-mode-export
               VALUE IS "export".
           88 pn-mode-erase
               VALUE IS "erase".

       01 pn-nick-TXT
           PICTURE IS X(65).

       01 pn-nick-fold-TXT
           PICTURE IS X(65).

      *    The person's identity: the canonical nick first, then
      *    every spelling linked to it, all case-folded.
       01 pn-id-TBL.
           05 pn-id-TXT OCCURS 20 TIMES
               PICTURE IS X(65).

       01 pn-id-CNT
           PICTURE IS 9(2).

       01 pn-id-IDX
           PICTURE IS 9(2).

       01 pn-canon-TXT
           PICTURE IS X(65).

       01 pn-match-CHR
           PICTURE IS X.
           88 pn-matches
               VALUE IS "Y".

      *    Set once any erasure couldn't get the maintenance lock, so
      *    the run still ends with 12 after later requests succeed.
       01 pn-lock-miss-CHR
           PICTURE IS X
           VALUE IS "N".
           88 pn-lock-missed
               VALUE IS "Y".

      *    Set when a data file couldn't be opened for this person's
      *    erasure, and for the run as a whole - that also ends in 12.
       01 pn-short-CHR
           PICTURE IS X.
           88 pn-short
               VALUE IS "Y".

       01 pn-short-any-CHR
           PICTURE IS X
           VALUE IS "N".
           88 pn-short-any
               VALUE IS "Y".

       01 pn-fail-file-TXT
           PICTURE IS X(255).

       01 pn-fail-STA
           PICTURE IS X(2).

      *    "<nick>" as a quote would show the speaker, folded.
       01 pn-speaker-TXT
           PICTURE IS X(70).

       01 pn-hit-NUM
           PICTURE IS 9(4).

       01 pn-anon-TXT
           PICTURE IS X(10)
           VALUE IS "(erased)".

      *    Set when an action item names them as owner or closer.
       01 pn-act-hit-CHR
           PICTURE IS X.
           88 pn-act-hit
               VALUE IS "Y".

      *    Set when a ticket or note names them in any of its roles.
       01 pn-tkt-hit-CHR
           PICTURE IS X.
           88 pn-tkt-hit
               VALUE IS "Y".

      *    RFC 1459 case folding, as 224-casefold in stan.cbl does it.
       01 cf-src-TXT
           PICTURE IS X(400).

       01 cf-dst-TXT
           PICTURE IS X(400).

      * * * * * * * * * * * * * * * * * * * *
      * Tallies for one person.             *
      * * * * * * * * * * * * * * * * * * * *
       01 pn-found-CNT
           PICTURE IS 9(7).

       01 pn-removed-CNT
           PICTURE IS 9(7).

       01 pn-anon-CNT
           PICTURE IS 9(7).

       01 pn-sect-CNT
           PICTURE IS 9(7).

       01 pn-CNT-DISP
           PICTURE IS ZZZZZZ9.

       01 pn-CNT2-DISP
           PICTURE IS ZZZZZZ9.

       01 pn-CNT3-DISP
           PICTURE IS ZZZZZZ9.

       01 pn-score-DISP
           PICTURE IS -ZZZZZZZZ9.

       01 pn-delta-TXT
           PICTURE IS X(2).

       01 pn-i-NUM
           PICTURE IS 9(2).

       01 pn-line-PTR
           PICTURE IS 9(4).

      *    UTC clock, as stan-weekly works it out.
       01 pn-now-TXT
           PICTURE IS X(21).

       01 pn-now-SEC
           PICTURE IS 9(11).

       01 pn-day-NUM
           PICTURE IS 9(9).

       01 pn-rem-NUM
           PICTURE IS 9(5).

       01 pn-today-DISP
           PICTURE IS 9(8).

       01 pn-hh-NUM
           PICTURE IS 9(2).

       01 pn-mm-NUM
           PICTURE IS 9(2).

       01 pn-ss-NUM
           PICTURE IS 9(2).

       01 pn-stamp-TXT
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

           MOVE "stan-seen" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO seen-filename-TXT
           MOVE "stan-stats" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO stats-filename-TXT
           MOVE "stan-karma" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO karma-filename-TXT
           MOVE "stan-karmalog" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO karmalog-filename-TXT
           MOVE "stan-trivia" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO trivia-filename-TXT
           MOVE "stan-tz" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO tz-filename-TXT
           MOVE "stan-usual" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO usual-filename-TXT
           MOVE "stan-tell" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO tell-filename-TXT
           MOVE "stan-quote" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO quote-filename-TXT
           MOVE "stan-quotepend" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO qpend-filename-TXT
           MOVE "stan-calendar" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO cal-filename-TXT
           MOVE "stan-actions" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO action-filename-TXT
           MOVE "stan-tickets" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO ticket-filename-TXT
           MOVE "stan-links" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO link-filename-TXT
           MOVE "stan-fact" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO fact-filename-TXT
           MOVE "stan-offense" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO offense-filename-TXT
           MOVE "stan-alias" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO alias-filename-TXT
           MOVE "stan-optout" TO pn-stem-TXT
           PERFORM 010-network-filename
           MOVE pn-name-TXT TO optout-filename-TXT
           MOVE "stan-audit" TO pn-stem-TXT
           MOVE ".log" TO pn-ext-TXT
           PERFORM 015-network-filename-ext
           MOVE pn-name-TXT TO rtaudit-filename-TXT

           OPEN INPUT parm-FC

           PERFORM
               UNTIL EXIT
               READ parm-FC
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(parm-REC) IS NOT EQUAL TO SPACE THEN
                   PERFORM 100-process-request
               END-IF
           END-PERFORM

           CLOSE parm-FC

           IF pn-lock-missed OR pn-short-any THEN
               MOVE 12 TO RETURN-CODE
           END-IF

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       010-network-filename SECTION.

           MOVE ".dat" TO pn-ext-TXT
           PERFORM 015-network-filename-ext

           .

      * * * * * * * * * * * * * * * * * * * *

       015-network-filename-ext SECTION.

      *    "<stem><ext>", or "<stem>-<network><ext>" under
      *    STAN_NETWORK.
           MOVE SPACE TO pn-name-TXT
           IF network-name-TXT IS EQUAL TO SPACE THEN
               STRING
                   TRIM(pn-stem-TXT) DELIMITED BY SIZE
                   TRIM(pn-ext-TXT) DELIMITED BY SIZE
                   INTO pn-name-TXT
               END-STRING
           ELSE
               STRING
                   TRIM(pn-stem-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TRIM(network-name-TXT) DELIMITED BY SIZE
                   TRIM(pn-ext-TXT) DELIMITED BY SIZE
                   INTO pn-name-TXT
               END-STRING
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       020-utc-now SECTION.

      *    pn-stamp-TXT and pn-today-DISP from CURRENT-DATE, moved to
      *    UTC by the offset in positions 17-21.
           MOVE FUNCTION CURRENT-DATE TO pn-now-TXT
           COMPUTE pn-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(pn-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(pn-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(pn-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(pn-now-TXT(13 : 2))
           EVALUATE pn-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE pn-now-SEC = pn-now-SEC
                       - FUNCTION NUMVAL(pn-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(pn-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE pn-now-SEC = pn-now-SEC
                       + FUNCTION NUMVAL(pn-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(pn-now-TXT(20 : 2)) * 60
           END-EVALUATE
           COMPUTE pn-day-NUM = FUNCTION INTEGER(pn-now-SEC / 86400)
           COMPUTE pn-rem-NUM = pn-now-SEC - pn-day-NUM * 86400
           MOVE FUNCTION DATE-OF-INTEGER(pn-day-NUM) TO pn-today-DISP
           COMPUTE pn-hh-NUM = FUNCTION INTEGER(pn-rem-NUM / 3600)
           COMPUTE pn-mm-NUM =
               FUNCTION INTEGER(FUNCTION MOD(pn-rem-NUM, 3600) / 60)
           COMPUTE pn-ss-NUM = FUNCTION MOD(pn-rem-NUM, 60)
           MOVE SPACE TO pn-stamp-TXT
           STRING
               pn-today-DISP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               pn-hh-NUM DELIMITED BY SIZE
               pn-mm-NUM DELIMITED BY SIZE
               pn-ss-NUM DELIMITED BY SIZE
               INTO pn-stamp-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       100-process-request SECTION.

           MOVE SPACE TO pn-mode-TXT
           MOVE SPACE TO pn-nick-TXT
           UNSTRING parm-REC DELIMITED BY ALL SPACE
               INTO pn-mode-TXT pn-nick-TXT
           END-UNSTRING
           IF parm-REC(1 : 1) IS EQUAL TO SPACE THEN
               MOVE SPACE TO pn-mode-TXT
               MOVE SPACE TO pn-nick-TXT
               UNSTRING TRIM(parm-REC) DELIMITED BY ALL SPACE
                   INTO pn-mode-TXT pn-nick-TXT
               END-UNSTRING
           END-IF

           IF (NOT pn-mode-export AND NOT pn-mode-erase)
                   OR pn-nick-TXT IS EQUAL TO SPACE THEN
               DISPLAY "*** Don't understand '" TRIM(parm-REC)
                   "' - want 'export <nick>' or 'erase <nick>'"
                   UPON SYSERR
               EXIT SECTION
           END-IF

           IF pn-mode-erase THEN
               MOVE "stan-person" TO mlk-job-TXT
               PERFORM 970-maint-acquire
               IF NOT maint-granted THEN
                   DISPLAY "*** " TRIM(pn-nick-TXT) " not erased."
                       UPON SYSERR
                   MOVE "Y" TO pn-lock-miss-CHR
                   EXIT SECTION
               END-IF
           END-IF

           MOVE SPACE TO cf-src-TXT
           MOVE pn-nick-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE SPACE TO pn-nick-fold-TXT
           MOVE cf-dst-TXT TO pn-nick-fold-TXT

           MOVE 0 TO pn-found-CNT
           MOVE 0 TO pn-removed-CNT
           MOVE 0 TO pn-anon-CNT
           MOVE "N" TO pn-short-CHR

           PERFORM 020-utc-now
           PERFORM 110-gather-identity

           IF pn-mode-export THEN
               MOVE SPACE TO out-filename-TXT
               STRING
                   "stan-person-" DELIMITED BY SIZE
                   TRIM(pn-nick-TXT) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   pn-today-DISP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO out-filename-TXT
               END-STRING
               OPEN OUTPUT out-FC
               IF NOT out-STA-OK THEN
                   DISPLAY "*** Couldn't create "
                       TRIM(out-filename-TXT) UPON SYSERR
                   EXIT SECTION
               END-IF

               MOVE SPACE TO out-REC
               STRING
                   "=== Data held on " DELIMITED BY SIZE
                   TRIM(pn-nick-TXT) DELIMITED BY SIZE
                   " as of " DELIMITED BY SIZE
                   pn-stamp-TXT DELIMITED BY SIZE
                   " UTC ===" DELIMITED BY SIZE
                   INTO out-REC
               END-STRING
               WRITE out-REC

               MOVE SPACE TO out-REC
               MOVE 1 TO pn-line-PTR
               STRING
                   "Identity:" DELIMITED BY SIZE
                   INTO out-REC
                   WITH POINTER pn-line-PTR
               END-STRING
               PERFORM VARYING pn-id-IDX FROM 1 BY 1
                       UNTIL pn-id-IDX IS GREATER THAN pn-id-CNT
                   STRING
                       " " DELIMITED BY SIZE
                       TRIM(pn-id-TXT(pn-id-IDX)) DELIMITED BY SIZE
                       INTO out-REC
                       WITH POINTER pn-line-PTR
                   END-STRING
               END-PERFORM
               WRITE out-REC
           END-IF

           PERFORM 200-seen
           PERFORM 210-stats
           PERFORM 220-karma
           PERFORM 225-karmalog
           PERFORM 230-trivia
           PERFORM 240-tz
           PERFORM 245-usual
           PERFORM 250-tell
           PERFORM 260-quote
           PERFORM 265-quote-pending
           PERFORM 267-event
           PERFORM 268-action
           PERFORM 269-ticket
           PERFORM 270-link
           PERFORM 280-fact
           PERFORM 290-offense
           PERFORM 300-alias
           PERFORM 310-optout

           MOVE pn-found-CNT TO pn-CNT-DISP
           IF pn-mode-export THEN
               CLOSE out-FC
               DISPLAY "Exported " TRIM(pn-CNT-DISP) " record(s) for "
                   TRIM(pn-nick-TXT) " to " TRIM(out-filename-TXT)
           ELSE
               MOVE pn-removed-CNT TO pn-CNT2-DISP
               MOVE pn-anon-CNT TO pn-CNT3-DISP
               DISPLAY "Erased " TRIM(pn-nick-TXT) ": "
                   TRIM(pn-CNT2-DISP) " record(s) removed, "
                   TRIM(pn-CNT3-DISP) " anonymized (of "
                   TRIM(pn-CNT-DISP) " found)."
               IF pn-short THEN
                   DISPLAY "*** " TRIM(pn-nick-TXT)
                       " is only partly erased - see above."
                       UPON SYSERR
               END-IF
               PERFORM 900-audit-erasure
               PERFORM 971-maint-release
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       110-gather-identity SECTION.

      *    Chains collapse when an alias is added, so one keyed read
      *    gives the canonical nick (as 380-resolve-alias does) and
      *    one walk finds every spelling pointing at it.
           MOVE pn-nick-fold-TXT TO pn-canon-TXT

           OPEN INPUT alias-FC
           IF alias-STA-OK THEN
               MOVE pn-nick-fold-TXT TO alias-nick-TXT
               READ alias-FC RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE alias-canon-TXT TO pn-canon-TXT
               END-READ
           END-IF

           MOVE 1 TO pn-id-CNT
           MOVE pn-canon-TXT TO pn-id-TXT(1)

           IF alias-STA-OK THEN
               MOVE SPACE TO alias-nick-TXT
               START alias-FC
                   KEY IS GREATER THAN OR EQUAL TO alias-nick-TXT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM
                           UNTIL EXIT
                           READ alias-FC NEXT RECORD
                               AT END EXIT PERFORM
                           END-READ
                           IF alias-canon-TXT IS EQUAL TO pn-canon-TXT
                                   AND pn-id-CNT IS LESS THAN 20 THEN
                               ADD 1 TO pn-id-CNT
                               MOVE alias-nick-TXT
                                   TO pn-id-TXT(pn-id-CNT)
                           END-IF
                       END-PERFORM
               END-START
               CLOSE alias-FC
           END-IF

      *    The nick asked about, if nothing links it.
           MOVE pn-nick-fold-TXT TO cf-dst-TXT
           PERFORM 120-match-identity
           IF NOT pn-matches AND pn-id-CNT IS LESS THAN 20 THEN
               ADD 1 TO pn-id-CNT
               MOVE pn-nick-fold-TXT TO pn-id-TXT(pn-id-CNT)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       120-match-identity SECTION.

      *    Is the folded nick in cf-dst-TXT one of the person's?
           MOVE "N" TO pn-match-CHR
           IF cf-dst-TXT IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING pn-id-IDX FROM 1 BY 1
                   UNTIL pn-id-IDX IS GREATER THAN pn-id-CNT
               IF pn-id-TXT(pn-id-IDX) IS EQUAL TO cf-dst-TXT(1 : 65)
                       THEN
                   MOVE "Y" TO pn-match-CHR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       125-fold-and-match SECTION.

      *    cf-src-TXT (an unfolded nick) against the identity.
           PERFORM 095-casefold
           PERFORM 120-match-identity

           .

      * * * * * * * * * * * * * * * * * * * *

       130-section-head SECTION.

      *    Export-only: the "--- name ---" line out-REC already holds.
           IF pn-mode-export THEN
               WRITE out-REC
           END-IF
           MOVE 0 TO pn-sect-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       135-section-foot SECTION.

           IF pn-mode-export AND pn-sect-CNT IS EQUAL TO 0 THEN
               MOVE "  (nothing)" TO out-REC
               WRITE out-REC
           END-IF
           ADD pn-sect-CNT TO pn-found-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       140-export-line SECTION.

           ADD 1 TO pn-sect-CNT
           IF pn-mode-export THEN
               WRITE out-REC
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       145-open-failed SECTION.

      *    A file that was never created holds nothing on them; any
      *    other failure to open one leaves the erasure incomplete.
           IF NOT pn-mode-erase OR pn-fail-STA IS EQUAL TO "35" THEN
               EXIT SECTION
           END-IF

           DISPLAY "*** Couldn't open " TRIM(pn-fail-file-TXT)
               " (status " pn-fail-STA ") - nothing erased there."
               UPON SYSERR
           MOVE "Y" TO pn-short-CHR
           MOVE "Y" TO pn-short-any-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       200-seen SECTION.

           MOVE SPACE TO out-REC
           MOVE "--- Last seen ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O seen-FC
           ELSE
               OPEN INPUT seen-FC
           END-IF
           IF seen-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ seen-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE seen-nick-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(seen-orig-nick-TXT) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           seen-time-TXT DELIMITED BY SIZE
                           " UTC in " DELIMITED BY SIZE
                           TRIM(seen-chan-TXT) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           seen-event-CHR DELIMITED BY SIZE
                           "): " DELIMITED BY SIZE
                           TRIM(seen-msg-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE seen-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE seen-FC
           ELSE
               MOVE seen-filename-TXT TO pn-fail-file-TXT
               MOVE seen-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       210-stats SECTION.

           MOVE SPACE TO out-REC
           MOVE "--- Activity statistics ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O stats-FC
           ELSE
               OPEN INPUT stats-FC
           END-IF
           IF stats-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ stats-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE stats-nick-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF pn-matches THEN
                       MOVE stats-msg-CNT TO pn-CNT-DISP
                       MOVE stats-cmd-CNT TO pn-CNT2-DISP
                       MOVE SPACE TO out-REC
                       MOVE 1 TO pn-line-PTR
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(stats-orig-nick-TXT) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " message(s), " DELIMITED BY SIZE
                           TRIM(pn-CNT2-DISP) DELIMITED BY SIZE
                           " command(s), first " DELIMITED BY SIZE
                           stats-first-TXT DELIMITED BY SIZE
                           ", last " DELIMITED BY SIZE
                           stats-last-TXT DELIMITED BY SIZE
                           INTO out-REC
                           WITH POINTER pn-line-PTR
                       END-STRING
                       PERFORM VARYING pn-i-NUM FROM 1 BY 1
                               UNTIL pn-i-NUM IS GREATER THAN
                                   stats-chan-CNT-NUM
                               OR pn-i-NUM IS GREATER THAN 8
                           MOVE stats-chan-msg-CNT(pn-i-NUM)
                               TO pn-CNT-DISP
                           STRING
                               "; " DELIMITED BY SIZE
                               TRIM(stats-chan-TXT(pn-i-NUM))
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                               INTO out-REC
                               WITH POINTER pn-line-PTR
                           END-STRING
                       END-PERFORM
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE stats-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE stats-FC
           ELSE
               MOVE stats-filename-TXT TO pn-fail-file-TXT
               MOVE stats-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       220-karma SECTION.

      *    Karma terms that are the person's own nick.
           MOVE SPACE TO out-REC
           MOVE "--- Karma ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O karma-FC
           ELSE
               OPEN INPUT karma-FC
           END-IF
           IF karma-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ karma-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE karma-term-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF pn-matches THEN
                       MOVE karma-score-NUM TO pn-score-DISP
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(karma-orig-term-TXT) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(pn-score-DISP) DELIMITED BY SIZE
                           " (last changed " DELIMITED BY SIZE
                           karma-time-TXT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE karma-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE karma-FC
           ELSE
               MOVE karma-filename-TXT TO pn-fail-file-TXT
               MOVE karma-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       225-karmalog SECTION.

      *    The karma journal: changes to the person's own nick go
      *    with their karma record; changes they gave stay in the
      *    term's history with the giver blanked out.
           MOVE SPACE TO out-REC
           MOVE "--- Karma changes ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O karmalog-FC
           ELSE
               OPEN INPUT karmalog-FC
           END-IF
           IF karmalog-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ karmalog-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE SPACE TO pn-delta-TXT
                   IF karmalog-delta-NUM IS GREATER THAN 0 THEN
                       MOVE "+1" TO pn-delta-TXT
                   ELSE
                       MOVE "-1" TO pn-delta-TXT
                   END-IF

                   MOVE karmalog-term-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           karmalog-time-TXT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           pn-delta-TXT DELIMITED BY SIZE
                           " to " DELIMITED BY SIZE
                           TRIM(karmalog-orig-term-TXT)
                               DELIMITED BY SIZE
                           " from " DELIMITED BY SIZE
                           TRIM(karmalog-giver-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE karmalog-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                       EXIT PERFORM CYCLE
                   END-IF

                   MOVE karmalog-canon-giver-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF NOT pn-matches THEN
                       MOVE SPACE TO cf-src-TXT
                       MOVE karmalog-giver-TXT TO cf-src-TXT
                       PERFORM 125-fold-and-match
                   END-IF
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           karmalog-time-TXT DELIMITED BY SIZE
                           " gave " DELIMITED BY SIZE
                           pn-delta-TXT DELIMITED BY SIZE
                           " to " DELIMITED BY SIZE
                           TRIM(karmalog-orig-term-TXT)
                               DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           MOVE pn-anon-TXT TO karmalog-giver-TXT
                           MOVE pn-anon-TXT TO karmalog-canon-giver-TXT
                           REWRITE karmalog-REC
                           ADD 1 TO pn-anon-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE karmalog-FC
           ELSE
               MOVE karmalog-filename-TXT TO pn-fail-file-TXT
               MOVE karmalog-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       230-trivia SECTION.

           MOVE SPACE TO out-REC
           MOVE "--- Trivia score ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O trivia-FC
           ELSE
               OPEN INPUT trivia-FC
           END-IF
           IF trivia-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ trivia-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE trivia-nick-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF pn-matches THEN
                       MOVE trivia-score-NUM TO pn-CNT-DISP
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(trivia-orig-nick-TXT)
                               DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " point(s)" DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE trivia-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE trivia-FC
           ELSE
               MOVE trivia-filename-TXT TO pn-fail-file-TXT
               MOVE trivia-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       240-tz SECTION.

           MOVE SPACE TO out-REC
           MOVE "--- Time zone ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O tz-FC
           ELSE
               OPEN INPUT tz-FC
           END-IF
           IF tz-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ tz-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE tz-nick-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(tz-orig-nick-TXT) DELIMITED BY SIZE
                           ": UTC" DELIMITED BY SIZE
                           TRIM(tz-val-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE tz-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE tz-FC
           ELSE
               MOVE tz-filename-TXT TO pn-fail-file-TXT
               MOVE tz-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       245-usual SECTION.

           MOVE SPACE TO out-REC
           MOVE "--- Typical hours ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O usual-FC
           ELSE
               OPEN INPUT usual-FC
           END-IF
           IF usual-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ usual-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE usual-nick-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF pn-matches THEN
                       MOVE usual-line-CNT TO pn-CNT-DISP
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(usual-orig-nick-TXT) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " line(s) by hour of week, "
                               DELIMITED BY SIZE
                           usual-first-TXT DELIMITED BY SIZE
                           " to " DELIMITED BY SIZE
                           usual-last-TXT DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE usual-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE usual-FC
           ELSE
               MOVE usual-filename-TXT TO pn-fail-file-TXT
               MOVE usual-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       250-tell SECTION.

      *    Memos waiting for them go; memos they left for others stay
      *    for the recipient, with the sender's name taken out.
           MOVE SPACE TO out-REC
           MOVE "--- Memos ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O tell-FC
           ELSE
               OPEN INPUT tell-FC
           END-IF
           IF tell-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ tell-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE tell-nick-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  to them from " DELIMITED BY SIZE
                           TRIM(tell-from-TXT) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           tell-time-TXT DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(tell-msg-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE tell-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                       EXIT PERFORM CYCLE
                   END-IF

                   MOVE SPACE TO cf-src-TXT
                   MOVE tell-from-TXT TO cf-src-TXT
                   PERFORM 125-fold-and-match
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  from them to " DELIMITED BY SIZE
                           TRIM(tell-nick-TXT) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           tell-time-TXT DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(tell-msg-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           MOVE pn-anon-TXT TO tell-from-TXT
                           REWRITE tell-REC
                           ADD 1 TO pn-anon-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE tell-FC
           ELSE
               MOVE tell-filename-TXT TO pn-fail-file-TXT
               MOVE tell-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       260-quote SECTION.

      *    Quotes of them (their "<nick>" in the text) are their
      *    words and go; quotes they merely added keep the words and
      *    lose the setter.
           MOVE SPACE TO out-REC
           MOVE "--- Quotes ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O quote-FC
           ELSE
               OPEN INPUT quote-FC
           END-IF
           IF quote-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ quote-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE SPACE TO cf-src-TXT
                   MOVE quote-TXT TO cf-src-TXT
                   PERFORM 095-casefold
                   MOVE 0 TO pn-hit-NUM
                   PERFORM VARYING pn-id-IDX FROM 1 BY 1
                           UNTIL pn-id-IDX IS GREATER THAN pn-id-CNT
                           OR pn-hit-NUM IS GREATER THAN 0
                       MOVE SPACE TO pn-speaker-TXT
                       STRING
                           "<" DELIMITED BY SIZE
                           TRIM(pn-id-TXT(pn-id-IDX)) DELIMITED BY SIZE
                           ">" DELIMITED BY SIZE
                           INTO pn-speaker-TXT
                       END-STRING
                       INSPECT cf-dst-TXT TALLYING pn-hit-NUM
                           FOR ALL TRIM(pn-speaker-TXT)
                   END-PERFORM

                   MOVE quote-ID-NUM TO pn-CNT-DISP
                   IF pn-hit-NUM IS GREATER THAN 0 THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  #" DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " (quoting them): " DELIMITED BY SIZE
                           TRIM(quote-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE quote-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                       EXIT PERFORM CYCLE
                   END-IF

                   MOVE SPACE TO cf-src-TXT
                   MOVE quote-setter-TXT TO cf-src-TXT
                   PERFORM 125-fold-and-match
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  #" DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " (added by them " DELIMITED BY SIZE
                           quote-time-TXT DELIMITED BY SIZE
                           " in " DELIMITED BY SIZE
                           TRIM(quote-chan-TXT) DELIMITED BY SIZE
                           "): " DELIMITED BY SIZE
                           TRIM(quote-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           MOVE pn-anon-TXT TO quote-setter-TXT
                           REWRITE quote-REC
                           ADD 1 TO pn-anon-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE quote-FC
           ELSE
               MOVE quote-filename-TXT TO pn-fail-file-TXT
               MOVE quote-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       265-quote-pending SECTION.

      *    The approval queue, same rules as 260-quote: held quotes
      *    of them go, ones they merely submitted lose the setter.
           MOVE SPACE TO out-REC
           MOVE "--- Quotes awaiting approval ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O qpend-FC
           ELSE
               OPEN INPUT qpend-FC
           END-IF
           IF qpend-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ qpend-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE SPACE TO cf-src-TXT
                   MOVE qpend-TXT TO cf-src-TXT
                   PERFORM 095-casefold
                   MOVE 0 TO pn-hit-NUM
                   PERFORM VARYING pn-id-IDX FROM 1 BY 1
                           UNTIL pn-id-IDX IS GREATER THAN pn-id-CNT
                           OR pn-hit-NUM IS GREATER THAN 0
                       MOVE SPACE TO pn-speaker-TXT
                       STRING
                           "<" DELIMITED BY SIZE
                           TRIM(pn-id-TXT(pn-id-IDX)) DELIMITED BY SIZE
                           ">" DELIMITED BY SIZE
                           INTO pn-speaker-TXT
                       END-STRING
                       INSPECT cf-dst-TXT TALLYING pn-hit-NUM
                           FOR ALL TRIM(pn-speaker-TXT)
                   END-PERFORM

                   MOVE qpend-ID-NUM TO pn-CNT-DISP
                   IF pn-hit-NUM IS GREATER THAN 0 THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  #" DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " (quoting them): " DELIMITED BY SIZE
                           TRIM(qpend-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE qpend-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                       EXIT PERFORM CYCLE
                   END-IF

                   MOVE SPACE TO cf-src-TXT
                   MOVE qpend-setter-TXT TO cf-src-TXT
                   PERFORM 125-fold-and-match
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  #" DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " (added by them " DELIMITED BY SIZE
                           qpend-time-TXT DELIMITED BY SIZE
                           " in " DELIMITED BY SIZE
                           TRIM(qpend-chan-TXT) DELIMITED BY SIZE
                           "): " DELIMITED BY SIZE
                           TRIM(qpend-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           MOVE pn-anon-TXT TO qpend-setter-TXT
                           REWRITE qpend-REC
                           ADD 1 TO pn-anon-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE qpend-FC
           ELSE
               MOVE qpend-filename-TXT TO pn-fail-file-TXT
               MOVE qpend-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       267-event SECTION.

      *    Their RSVPs are theirs alone and go; events they created
      *    belong to everyone who answered, so keep them and lose
      *    the setter.
           MOVE SPACE TO out-REC
           MOVE "--- Calendar ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O cal-FC
           ELSE
               OPEN INPUT cal-FC
           END-IF
           IF cal-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ cal-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE cal-ID-NUM TO pn-CNT-DISP
                   IF cal-who-TXT IS NOT EQUAL TO SPACE THEN
                       MOVE SPACE TO cf-src-TXT
                       MOVE cal-who-TXT TO cf-src-TXT
                       PERFORM 125-fold-and-match
                       IF pn-matches THEN
                           MOVE SPACE TO out-REC
                           STRING
                               "  #" DELIMITED BY SIZE
                               TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                               " answered " DELIMITED BY SIZE
                               TRIM(cal-answer-TXT) DELIMITED BY SIZE
                               " as " DELIMITED BY SIZE
                               TRIM(cal-nick-TXT) DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               cal-answered-TXT DELIMITED BY SIZE
                               INTO out-REC
                           END-STRING
                           PERFORM 140-export-line
                           IF pn-mode-erase THEN
                               DELETE cal-FC RECORD
                               ADD 1 TO pn-removed-CNT
                           END-IF
                       END-IF
                       EXIT PERFORM CYCLE
                   END-IF

                   MOVE SPACE TO cf-src-TXT
                   MOVE cal-setter-TXT TO cf-src-TXT
                   PERFORM 125-fold-and-match
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  #" DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " (created by them " DELIMITED BY SIZE
                           cal-created-TXT DELIMITED BY SIZE
                           " in " DELIMITED BY SIZE
                           TRIM(cal-chan-TXT) DELIMITED BY SIZE
                           ", starts " DELIMITED BY SIZE
                           cal-start-TXT DELIMITED BY SIZE
                           " UTC): " DELIMITED BY SIZE
                           TRIM(cal-title-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           MOVE pn-anon-TXT TO cal-setter-TXT
                           REWRITE cal-REC
                           ADD 1 TO pn-anon-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE cal-FC
           ELSE
               MOVE cal-filename-TXT TO pn-fail-file-TXT
               MOVE cal-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       268-action SECTION.

      *    Action items are the meeting's record, not theirs alone -
      *    keep them and lose the name, as owner or as closer.
           MOVE SPACE TO out-REC
           MOVE "--- Action items ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O action-FC
           ELSE
               OPEN INPUT action-FC
           END-IF
           IF action-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ action-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE action-ID-NUM TO pn-CNT-DISP
                   MOVE "N" TO pn-act-hit-CHR
                   MOVE SPACE TO cf-src-TXT
                   MOVE action-owner-TXT TO cf-src-TXT
                   PERFORM 125-fold-and-match
                   IF NOT pn-matches THEN
                       MOVE SPACE TO cf-src-TXT
                       MOVE action-orig-owner-TXT TO cf-src-TXT
                       PERFORM 125-fold-and-match
                   END-IF
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  #" DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " (theirs, from '" DELIMITED BY SIZE
                           TRIM(action-title-TXT) DELIMITED BY SIZE
                           "' in " DELIMITED BY SIZE
                           TRIM(action-orig-chan-TXT) DELIMITED BY SIZE
                           " on " DELIMITED BY SIZE
                           action-date-TXT DELIMITED BY SIZE
                           "): " DELIMITED BY SIZE
                           TRIM(action-text-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       MOVE "Y" TO pn-act-hit-CHR
                       IF pn-mode-erase THEN
                           MOVE pn-anon-TXT TO action-owner-TXT
                           MOVE pn-anon-TXT TO action-orig-owner-TXT
                       END-IF
                   END-IF

                   MOVE "N" TO pn-match-CHR
                   IF action-is-done THEN
                       MOVE SPACE TO cf-src-TXT
                       MOVE action-closer-TXT TO cf-src-TXT
                       PERFORM 125-fold-and-match
                   END-IF
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  #" DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " (closed by them " DELIMITED BY SIZE
                           action-closed-TXT DELIMITED BY SIZE
                           "): " DELIMITED BY SIZE
                           TRIM(action-text-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       MOVE "Y" TO pn-act-hit-CHR
                       IF pn-mode-erase THEN
                           MOVE pn-anon-TXT TO action-closer-TXT
                       END-IF
                   END-IF

                   IF pn-mode-erase AND pn-act-hit THEN
                       REWRITE action-REC
                       ADD 1 TO pn-anon-CNT
                   END-IF
               END-PERFORM
               CLOSE action-FC
           ELSE
               MOVE action-filename-TXT TO pn-fail-file-TXT
               MOVE action-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       269-ticket SECTION.

      *    Tickets are the channel's record, not theirs alone - keep
      *    them and lose the name wherever it appears: who raised the
      *    ticket, who holds it, who last touched it, who wrote a
      *    note on it.
           MOVE SPACE TO out-REC
           MOVE "--- Tickets ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O ticket-FC
           ELSE
               OPEN INPUT ticket-FC
           END-IF
           IF ticket-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ ticket-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE ticket-ID-NUM TO pn-CNT-DISP
                   MOVE "N" TO pn-tkt-hit-CHR

      *            A note: its author is the setter.
                   IF ticket-note-NUM IS NOT EQUAL TO 0 THEN
                       MOVE SPACE TO cf-src-TXT
                       MOVE ticket-setter-TXT TO cf-src-TXT
                       PERFORM 125-fold-and-match
                       IF pn-matches THEN
                           MOVE ticket-note-NUM TO pn-CNT2-DISP
                           MOVE SPACE TO out-REC
                           STRING
                               "  #" DELIMITED BY SIZE
                               TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                               " note " DELIMITED BY SIZE
                               TRIM(pn-CNT2-DISP) DELIMITED BY SIZE
                               " (by them " DELIMITED BY SIZE
                               ticket-created-TXT DELIMITED BY SIZE
                               "): " DELIMITED BY SIZE
                               TRIM(ticket-text-TXT) DELIMITED BY SIZE
                               INTO out-REC
                           END-STRING
                           PERFORM 140-export-line
                           MOVE "Y" TO pn-tkt-hit-CHR
                           IF pn-mode-erase THEN
                               MOVE pn-anon-TXT TO ticket-setter-TXT
                           END-IF
                       END-IF
                   ELSE
                       MOVE SPACE TO cf-src-TXT
                       MOVE ticket-setter-TXT TO cf-src-TXT
                       PERFORM 125-fold-and-match
                       IF pn-matches THEN
                           MOVE SPACE TO out-REC
                           STRING
                               "  #" DELIMITED BY SIZE
                               TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                               " (raised by them " DELIMITED BY SIZE
                               ticket-created-TXT DELIMITED BY SIZE
                               " in " DELIMITED BY SIZE
                               TRIM(ticket-orig-chan-TXT)
                                   DELIMITED BY SIZE
                               "): " DELIMITED BY SIZE
                               TRIM(ticket-text-TXT) DELIMITED BY SIZE
                               INTO out-REC
                           END-STRING
                           PERFORM 140-export-line
                           MOVE "Y" TO pn-tkt-hit-CHR
                           IF pn-mode-erase THEN
                               MOVE pn-anon-TXT TO ticket-setter-TXT
                           END-IF
                       END-IF

                       MOVE "N" TO pn-match-CHR
                       IF ticket-assignee-TXT IS NOT EQUAL TO SPACE
                               THEN
                           MOVE SPACE TO cf-src-TXT
                           MOVE ticket-assignee-TXT TO cf-src-TXT
                           PERFORM 125-fold-and-match
                       END-IF
                       IF pn-matches THEN
                           MOVE SPACE TO out-REC
                           STRING
                               "  #" DELIMITED BY SIZE
                               TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                               " (assigned to them, " DELIMITED BY SIZE
                               TRIM(ticket-state-TXT) DELIMITED BY SIZE
                               "): " DELIMITED BY SIZE
                               TRIM(ticket-text-TXT) DELIMITED BY SIZE
                               INTO out-REC
                           END-STRING
                           PERFORM 140-export-line
                           MOVE "Y" TO pn-tkt-hit-CHR
                           IF pn-mode-erase THEN
                               MOVE pn-anon-TXT TO ticket-assignee-TXT
                           END-IF
                       END-IF

                       MOVE SPACE TO cf-src-TXT
                       MOVE ticket-updater-TXT TO cf-src-TXT
                       PERFORM 125-fold-and-match
                       IF pn-matches THEN
                           MOVE SPACE TO out-REC
                           STRING
                               "  #" DELIMITED BY SIZE
                               TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                               " (last updated by them "
                                   DELIMITED BY SIZE
                               ticket-updated-TXT DELIMITED BY SIZE
                               "): " DELIMITED BY SIZE
                               TRIM(ticket-text-TXT) DELIMITED BY SIZE
                               INTO out-REC
                           END-STRING
                           PERFORM 140-export-line
                           MOVE "Y" TO pn-tkt-hit-CHR
                           IF pn-mode-erase THEN
                               MOVE pn-anon-TXT TO ticket-updater-TXT
                           END-IF
                       END-IF
                   END-IF

                   IF pn-mode-erase AND pn-tkt-hit THEN
                       REWRITE ticket-REC
                       ADD 1 TO pn-anon-CNT
                   END-IF
               END-PERFORM
               CLOSE ticket-FC
           ELSE
               MOVE ticket-filename-TXT TO pn-fail-file-TXT
               MOVE ticket-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       270-link SECTION.

           MOVE SPACE TO out-REC
           MOVE "--- Links shared ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O link-FC
           ELSE
               OPEN INPUT link-FC
           END-IF
           IF link-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ link-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE SPACE TO cf-src-TXT
                   MOVE link-nick-TXT TO cf-src-TXT
                   PERFORM 125-fold-and-match
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           link-time-TXT DELIMITED BY SIZE
                           " in " DELIMITED BY SIZE
                           TRIM(link-orig-chan-TXT) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(link-url-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           MOVE pn-anon-TXT TO link-nick-TXT
                           REWRITE link-REC
                           ADD 1 TO pn-anon-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE link-FC
           ELSE
               MOVE link-filename-TXT TO pn-fail-file-TXT
               MOVE link-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       280-fact SECTION.

           MOVE SPACE TO out-REC
           MOVE "--- Factoids set ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O fact-FC
           ELSE
               OPEN INPUT fact-FC
           END-IF
           IF fact-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ fact-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE SPACE TO cf-src-TXT
                   MOVE fact-setter-TXT TO cf-src-TXT
                   PERFORM 125-fold-and-match
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(fact-orig-term-TXT) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           fact-time-TXT DELIMITED BY SIZE
                           "): " DELIMITED BY SIZE
                           TRIM(fact-val-TXT) DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           MOVE pn-anon-TXT TO fact-setter-TXT
                           REWRITE fact-REC
                           ADD 1 TO pn-anon-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE fact-FC
           ELSE
               MOVE fact-filename-TXT TO pn-fail-file-TXT
               MOVE fact-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       290-offense SECTION.

      *    A ledger entry with a timed unban still due has to stay,
      *    or the ban never lifts - only the name comes out of it.
           MOVE SPACE TO out-REC
           MOVE "--- Moderation record ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O offense-FC
           ELSE
               OPEN INPUT offense-FC
           END-IF
           IF offense-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ offense-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE SPACE TO cf-src-TXT
                   MOVE offense-orig-nick-TXT TO cf-src-TXT
                   PERFORM 125-fold-and-match
                   IF pn-matches THEN
                       MOVE offense-CNT TO pn-CNT-DISP
                       MOVE SPACE TO out-REC
                       MOVE 1 TO pn-line-PTR
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(offense-mask-TXT) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           TRIM(pn-CNT-DISP) DELIMITED BY SIZE
                           " offense(s), latest " DELIMITED BY SIZE
                           offense-last-time-TXT DELIMITED BY SIZE
                           " in " DELIMITED BY SIZE
                           TRIM(offense-last-chan-TXT)
                               DELIMITED BY SIZE
                           INTO out-REC
                           WITH POINTER pn-line-PTR
                       END-STRING
                       IF offense-unban-due-TXT IS NOT EQUAL TO SPACE
                               THEN
                           STRING
                               ", unban due " DELIMITED BY SIZE
                               offense-unban-due-TXT DELIMITED BY SIZE
                               INTO out-REC
                               WITH POINTER pn-line-PTR
                           END-STRING
                       END-IF
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           IF offense-unban-due-TXT IS EQUAL TO SPACE
                                   THEN
                               DELETE offense-FC RECORD
                               ADD 1 TO pn-removed-CNT
                           ELSE
                               MOVE pn-anon-TXT
                                   TO offense-orig-nick-TXT
                               REWRITE offense-REC
                               ADD 1 TO pn-anon-CNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE offense-FC
           ELSE
               MOVE offense-filename-TXT TO pn-fail-file-TXT
               MOVE offense-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       300-alias SECTION.

           MOVE SPACE TO out-REC
           MOVE "--- Identity links ---" TO out-REC
           PERFORM 130-section-head

           IF pn-mode-erase THEN
               OPEN I-O alias-FC
           ELSE
               OPEN INPUT alias-FC
           END-IF
           IF alias-STA-OK THEN
               PERFORM
                   UNTIL EXIT
                   READ alias-FC NEXT RECORD
                       AT END EXIT PERFORM
                   END-READ

                   MOVE alias-nick-TXT TO cf-dst-TXT
                   PERFORM 120-match-identity
                   IF NOT pn-matches THEN
                       MOVE alias-canon-TXT TO cf-dst-TXT
                       PERFORM 120-match-identity
                   END-IF
                   IF pn-matches THEN
                       MOVE SPACE TO out-REC
                       STRING
                           "  " DELIMITED BY SIZE
                           TRIM(alias-orig-nick-TXT) DELIMITED BY SIZE
                           " is " DELIMITED BY SIZE
                           TRIM(alias-orig-canon-TXT)
                               DELIMITED BY SIZE
                           " (set by " DELIMITED BY SIZE
                           TRIM(alias-setter-TXT) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           alias-time-TXT DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO out-REC
                       END-STRING
                       PERFORM 140-export-line
                       IF pn-mode-erase THEN
                           DELETE alias-FC RECORD
                           ADD 1 TO pn-removed-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE alias-FC
           ELSE
               MOVE alias-filename-TXT TO pn-fail-file-TXT
               MOVE alias-STA TO pn-fail-STA
               PERFORM 145-open-failed
           END-IF

           PERFORM 135-section-foot

           .

      * * * * * * * * * * * * * * * * * * * *

       310-optout SECTION.

      *    Reported, never removed.
           MOVE SPACE TO out-REC
           MOVE "--- Recording opt-out ---" TO out-REC
           PERFORM 130-section-head

           OPEN INPUT optout-FC
           IF optout-STA-OK THEN
               PERFORM VARYING pn-i-NUM FROM 1 BY 1
                       UNTIL pn-i-NUM IS GREATER THAN pn-id-CNT
                   MOVE pn-id-TXT(pn-i-NUM) TO optout-nick-TXT
                   READ optout-FC RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACE TO out-REC
                           STRING
                               "  " DELIMITED BY SIZE
                               TRIM(optout-orig-nick-TXT)
                                   DELIMITED BY SIZE
                               " opted out " DELIMITED BY SIZE
                               optout-time-TXT DELIMITED BY SIZE
                               " as " DELIMITED BY SIZE
                               TRIM(optout-mask-TXT) DELIMITED BY SIZE
                               INTO out-REC
                           END-STRING
                           PERFORM 140-export-line
                   END-READ
               END-PERFORM
               CLOSE optout-FC
           END-IF

           IF pn-mode-export AND pn-sect-CNT IS EQUAL TO 0 THEN
               MOVE "  (not opted out)" TO out-REC
               WRITE out-REC
           END-IF
           ADD pn-sect-CNT TO pn-found-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       900-audit-erasure SECTION.

      *    Same line shape 432-write-audit-line writes.
           OPEN EXTEND rtaudit-FC
           IF NOT rtaudit-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(rtaudit-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF

           MOVE pn-removed-CNT TO pn-CNT2-DISP
           MOVE pn-anon-CNT TO pn-CNT3-DISP
           MOVE SPACE TO rtaudit-REC
           MOVE 1 TO pn-line-PTR
           STRING
               pn-stamp-TXT DELIMITED BY SIZE
               " stan-person erase " DELIMITED BY SIZE
               TRIM(pn-nick-TXT) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               TRIM(pn-CNT2-DISP) DELIMITED BY SIZE
               " removed, " DELIMITED BY SIZE
               TRIM(pn-CNT3-DISP) DELIMITED BY SIZE
               " anonymized" DELIMITED BY SIZE
               INTO rtaudit-REC
               WITH POINTER pn-line-PTR
           END-STRING
           IF pn-short THEN
               STRING
                   ", incomplete" DELIMITED BY SIZE
                   INTO rtaudit-REC
                   WITH POINTER pn-line-PTR
               END-STRING
           END-IF
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

       END PROGRAM stan-person.
