               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS secrets-STA.

           COPY "maint-lock-sel.cpy".

      *****************************************************************

       DATA DIVISION.
      *                        refused outright - edit the secrets
      *                        file instead - and the value is masked
      *                        anywhere this tool prints one.
      *        R <stamp> [dry] roll back: undo every change the audit
      *                        trail records after <stamp> (UTC,
      *                        "YYYYMMDD-HHMMSS" or "YYYYMMDD"),
      *                        newest first, listing each one as it
      *                        goes; "dry" only lists them. The undo
      *                        steps are audit-logged like any other
      *                        edit, under a ROLLBK line, so a
      *                        rollback can itself be rolled back.
      *                        Credential entries are never replayed -
      *                        the password stays in the secrets file.
      *        T [<chan>]      template report: for each channel with
      *                        a "<chan>:template" entry (the bot
      *                        writes one when it provisions a channel
      *                        from a "template"), or just <chan>, list
      *                        the overrides that differ from the
      *                        template, that are missing, and that
      *                        the template doesn't have.
       01 FILLER.
           05 input-action-CHR
               PICTURE IS X.
                   VALUE IS "V" "v".
               88 action-is-migrate-pass
                   VALUE IS "M" "m".
               88 action-is-rollback
                   VALUE IS "R" "r".
               88 action-is-template-report
                   VALUE IS "T" "t".
      *    Wide enough for a composite "<channel>:<option>" key (see
      *    stan.cbl's 314-check-chan-prefix / 219-send-channel-
      *    greeting) as well as an ordinary option name.
           05 secrets-val-TXT
               PICTURE IS X(255).

           COPY "maint-lock-fd.cpy".

       WORKING-STORAGE SECTION.

       01 IDX
      * anything else as a likely typo       *
      * rather than silently writing it.     *
      * * * * * * * * * * * * * * * * * * * *
       78 known-option-max-NUM
           VALUE IS 51.

       01 known-option-values.
      *                 01234567890123456789
           05 FILLER
               VALUE IS "relay               ".
           05 FILLER
               VALUE IS "modelock            ".
           05 FILLER
               VALUE IS "template            ".
           05 FILLER
               VALUE IS "invite-template     ".
           05 FILLER
               VALUE IS "quote-approval      ".
           05 FILLER
               VALUE IS "standup-time        ".
           05 FILLER
               VALUE IS "standup-members     ".
           05 FILLER
               VALUE IS "watch-ack-minutes   ".
           05 FILLER
               VALUE IS "missed-after-hours  ".
           05 FILLER
               VALUE IS "ops-channel         ".
           05 FILLER
               VALUE IS "escalate-minutes    ".
           05 FILLER
               VALUE IS "action-nudge-days   ".
           05 FILLER
               VALUE IS "lease-stale-seconds ".

       01 FILLER REDEFINES known-option-values.
           05 known-option-TBL OCCURS known-option-max-NUM TIMES
               PICTURE IS X(20).

      *    Matches input-opt-TXT's width so a composite key isn't
           PICTURE IS X(255)
           VALUE IS SPACE.

      * * * * * * * * * * * * * * * * * * * *
      * Rollback working set - the audit    *
      * entries after the rollback stamp,   *
      * in file order, undone from the end. *
      * * * * * * * * * * * * * * * * * * * *
       01 rb-entry-TBL.
           05 rb-entry OCCURS 1000 TIMES.
               10 rb-stamp-TXT
                   PICTURE IS X(15).
               10 rb-action-TXT
                   PICTURE IS X(6).
               10 rb-opt-TXT
                   PICTURE IS X(80).
               10 rb-old-TXT
                   PICTURE IS X(255).
               10 rb-new-TXT
                   PICTURE IS X(255).

       01 rb-entry-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

       01 rb-i-NUM
           PICTURE IS 9(4).

       01 rb-to-stamp-TXT
           PICTURE IS X(15).

       01 rb-arg1-TXT
           PICTURE IS X(80).

       01 rb-arg2-TXT
           PICTURE IS X(80).

       01 rb-dry-CHR
           PICTURE IS X.
           88 rb-dry-run
               VALUE IS "Y".

       01 rb-ok-CHR
           PICTURE IS X.
           88 rb-load-ok
               VALUE IS "Y".

       01 rb-hit-CHR
           PICTURE IS X.
           88 rb-hit
               VALUE IS "Y".

       01 rb-line-NUM
           PICTURE IS 9(7).

       01 rb-nostamp-CNT
           PICTURE IS 9(5).

       01 rb-done-CNT
           PICTURE IS 9(4).

       01 rb-skip-CNT
           PICTURE IS 9(4).

      *    One audit line taken apart by 125-parse-audit-line.
       01 rb-line-TXT
           PICTURE IS X(600).

       01 rb-line-LEN
           PICTURE IS 9(4).

       01 rb-old-POS
           PICTURE IS 9(4).

       01 rb-new-POS
           PICTURE IS 9(4).

       01 rb-PTR
           PICTURE IS 9(4).

       01 rb-parsed-CHR
           PICTURE IS X.
           88 rb-parsed
               VALUE IS "Y".

       01 rb-p-stamp-TXT
           PICTURE IS X(15).

       01 rb-p-action-TXT
           PICTURE IS X(6).

       01 rb-p-opt-TXT
           PICTURE IS X(80).

       01 rb-p-old-TXT
           PICTURE IS X(255).

       01 rb-p-new-TXT
           PICTURE IS X(255).

       01 rb-summary-TXT
           PICTURE IS X(80).

       01 rb-want-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * Template report working set - the   *
      * channel under review and its        *
      * template's entries.                 *
      * * * * * * * * * * * * * * * * * * * *
       01 tr-tpl-TBL.
           05 tr-tpl-entry OCCURS 40 TIMES.
               10 tr-tpl-opt-TXT
                   PICTURE IS X(80).
               10 tr-tpl-val-TXT
                   PICTURE IS X(255).

       01 tr-tpl-CNT
           PICTURE IS 9(2)
           VALUE IS 0.

       01 tr-t-NUM
           PICTURE IS 9(2).

       01 tr-chan-TXT
           PICTURE IS X(65).

       01 tr-chan-fold-TXT
           PICTURE IS X(65).

       01 tr-want-fold-TXT
           PICTURE IS X(65).

       01 tr-scope-fold-TXT
           PICTURE IS X(65).

       01 tr-name-TXT
           PICTURE IS X(30).

       01 tr-name-fold-TXT
           PICTURE IS X(30).

      *    The list options whose value leads with the channel it
      *    applies to - the bot writes a template's entries for these
      *    as "<option> <chan> <value>" rather than "<chan>:<option>".
       01 tr-kind-TXT
           PICTURE IS X(80).
           88 tr-kind-scoped
               VALUE IS "admin" "ignore" "role" "autoop" "watch"
                   "topic-template" "relay".

       01 tr-opt-TXT
           PICTURE IS X(80).

       01 tr-val-TXT
           PICTURE IS X(255).

       01 tr-rest-TXT
           PICTURE IS X(255).

       01 tr-found-CHR
           PICTURE IS X.
           88 tr-found
               VALUE IS "Y".

       01 tr-match-CNT
           PICTURE IS 9(3).

       01 tr-differ-CNT
           PICTURE IS 9(3).

       01 tr-missing-CNT
           PICTURE IS 9(3).

       01 tr-extra-CNT
           PICTURE IS 9(3).

       01 tr-chan-CNT
           PICTURE IS 9(3).

       01 tr-find-CNT
           PICTURE IS 9(4).

      * * * * * * * * * * * * * * * * * * * *
      * Multi-network config selection -    *
      * see stan.cbl for STAN_NETWORK.       *
           88 secrets-STA-OK
               VALUE IS "00".

      * * * * * * * * * * * * * * * * * * * *
      * Maintenance lock with the bot - it  *
      * holds stan.cfg open, and re-reads   *
      * it when the lock is released.       *
      * * * * * * * * * * * * * * * * * * * *
           COPY "maint-lock-ws.cpy".

      *****************************************************************

       PROCEDURE DIVISION.

           OPEN INPUT SYSIN

           MOVE "stan-cfg" TO mlk-job-TXT
           PERFORM 970-maint-acquire
           IF NOT maint-granted THEN
               CLOSE SYSIN
               STOP RUN
           END-IF

      *    OPEN I-O so unrelated options survive an edit; if stan.cfg
      *    doesn't exist yet, create it empty first, then reopen for
      *    editing.
                       AND NOT action-is-export
                       AND NOT action-is-import
                       AND NOT action-is-verify
                       AND NOT action-is-migrate-pass
                       AND NOT action-is-rollback
                       AND NOT action-is-template-report THEN
                   PERFORM 005-validate-option
      *            Credentials don't get written here at all - the
      *            secrets file is theirs. One leaked export already
                       PERFORM 080-import-config
                   WHEN action-is-verify
                       PERFORM 090-verify-config
                   WHEN action-is-rollback
                       PERFORM 100-rollback-config
                   WHEN action-is-template-report
                       PERFORM 130-template-report
                   WHEN OTHER
      *                A blank action byte means "set", same as an
      *                explicit "S" - this is NOT a compatibility path
           CLOSE SYSIN
           CLOSE config-FC
           CLOSE audit-FC
           PERFORM 971-maint-release
           STOP RUN

           .

           MOVE "N" TO known-found-CHR
           PERFORM VARYING known-IDX FROM 1 BY 1
                   UNTIL known-IDX IS GREATER THAN
                       known-option-max-NUM
               IF TRIM(known-option-TBL(known-IDX))
                       IS EQUAL TO TRIM(check-opt-TXT) THEN
                   MOVE "Y" TO known-found-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       100-rollback-config SECTION.

      *    "R <stamp> [dry]" - put stan.cfg back the way it stood at
      *    <stamp> by undoing, newest first, every SET/APPEND/DELETE
      *    the audit trail records after it. Nothing is touched if
      *    any of those entries can't be read back in full.
           MOVE SPACE TO rb-arg1-TXT
           MOVE SPACE TO rb-arg2-TXT
           UNSTRING TRIM(input-opt-TXT) DELIMITED BY ALL SPACE
               INTO rb-arg1-TXT rb-arg2-TXT
           END-UNSTRING

           MOVE "N" TO rb-dry-CHR
           IF rb-arg2-TXT IS EQUAL TO "dry"
                   OR rb-arg2-TXT IS EQUAL TO "dry-run"
                   OR TRIM(input-val-TXT) IS EQUAL TO "dry"
                   OR TRIM(input-val-TXT) IS EQUAL TO "dry-run" THEN
               MOVE "Y" TO rb-dry-CHR
           ELSE
               IF rb-arg2-TXT IS NOT EQUAL TO SPACE THEN
                   DISPLAY "*** Don't understand '" TRIM(rb-arg2-TXT)
                       "' - want 'R <stamp>' or 'R <stamp> dry'"
                       UPON SYSERR
                   EXIT SECTION
               END-IF
           END-IF

           MOVE SPACE TO rb-to-stamp-TXT
           EVALUATE TRUE
               WHEN rb-arg1-TXT(1 : 8) IS NUMERIC
                       AND rb-arg1-TXT(9 : 1) IS EQUAL TO "-"
                       AND rb-arg1-TXT(10 : 6) IS NUMERIC
                       AND rb-arg1-TXT(16 : 1) IS EQUAL TO SPACE
                   MOVE rb-arg1-TXT(1 : 15) TO rb-to-stamp-TXT
               WHEN rb-arg1-TXT(1 : 8) IS NUMERIC
                       AND rb-arg1-TXT(9 : 1) IS EQUAL TO SPACE
                   STRING
                       rb-arg1-TXT(1 : 8) DELIMITED BY SIZE
                       "-000000" DELIMITED BY SIZE
                       INTO rb-to-stamp-TXT
                   END-STRING
               WHEN OTHER
                   DISPLAY "*** Roll back to when? Want "
                       "'R YYYYMMDD-HHMMSS' (UTC, as the audit trail "
                       "keeps it), optionally followed by 'dry'"
                       UPON SYSERR
                   EXIT SECTION
           END-EVALUATE

           PERFORM 120-load-rollback-entries
           IF NOT rb-load-ok THEN
               EXIT SECTION
           END-IF

           IF rb-entry-CNT IS EQUAL TO 0 THEN
               DISPLAY "No changes recorded after " rb-to-stamp-TXT
                   " UTC - nothing to roll back."
               EXIT SECTION
           END-IF

           IF rb-dry-run THEN
               DISPLAY "Dry run - would undo " rb-entry-CNT
                   " change(s) made after " rb-to-stamp-TXT
                   " UTC, newest first:"
           ELSE
               DISPLAY "Undoing " rb-entry-CNT " change(s) made after "
                   rb-to-stamp-TXT " UTC, newest first:"
           END-IF

           MOVE 0 TO rb-done-CNT
           MOVE 0 TO rb-skip-CNT
           PERFORM VARYING rb-i-NUM FROM rb-entry-CNT BY -1
                   UNTIL rb-i-NUM IS LESS THAN 1
               PERFORM 110-undo-one-entry
           END-PERFORM

           IF rb-dry-run THEN
               DISPLAY "Dry run - nothing changed."
               EXIT SECTION
           END-IF

           DISPLAY "Rolled back to " rb-to-stamp-TXT " UTC: "
               rb-done-CNT " change(s) undone, " rb-skip-CNT
               " left alone."

      *    The undo steps above went into the trail one by one; this
      *    line marks where they came from, and a later rollback
      *    passes over it.
           MOVE SPACE TO rb-summary-TXT
           STRING
               rb-done-CNT DELIMITED BY SIZE
               " undone, " DELIMITED BY SIZE
               rb-skip-CNT DELIMITED BY SIZE
               " left alone" DELIMITED BY SIZE
               INTO rb-summary-TXT
           END-STRING
           MOVE rb-to-stamp-TXT TO input-opt-TXT
           MOVE "ROLLBK" TO audit-action-TXT
           MOVE SPACE TO audit-old-val-TXT
           MOVE rb-summary-TXT TO audit-new-val-TXT
           PERFORM 050-write-audit-entry

           .

      * * * * * * * * * * * * * * * * * * * *

       110-undo-one-entry SECTION.

      *    Undo rb-entry(rb-i-NUM) - or, in a dry run, only say what
      *    undoing it would do. A credential is never written back:
      *    the trail only ever held it masked, and it lives in the
      *    secrets file now.
           MOVE rb-opt-TXT(rb-i-NUM) TO input-opt-TXT
           IF TRIM(input-opt-TXT) IS EQUAL TO "password"
                   OR rb-action-TXT(rb-i-NUM) IS EQUAL TO "SECRET" THEN
               DISPLAY "  " rb-stamp-TXT(rb-i-NUM) " "
                   rb-action-TXT(rb-i-NUM) " " TRIM(input-opt-TXT)
                   ": left alone - credentials stay in "
                   TRIM(secrets-filename-TXT)
               ADD 1 TO rb-skip-CNT
               EXIT SECTION
           END-IF

           EVALUATE rb-action-TXT(rb-i-NUM)
               WHEN "SET"
                   PERFORM 111-undo-set
               WHEN "APPEND"
                   PERFORM 112-undo-append
               WHEN "DELETE"
                   PERFORM 113-undo-delete
               WHEN OTHER
                   DISPLAY "  " rb-stamp-TXT(rb-i-NUM) " "
                       rb-action-TXT(rb-i-NUM) " "
                       TRIM(input-opt-TXT)
                       ": not a change this tool can undo - left alone"
                   ADD 1 TO rb-skip-CNT
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       111-undo-set SECTION.

           DISPLAY "  " rb-stamp-TXT(rb-i-NUM) " SET    "
               TRIM(input-opt-TXT) ": '" TRIM(rb-new-TXT(rb-i-NUM))
               "' back to '" TRIM(rb-old-TXT(rb-i-NUM)) "'"
           IF rb-dry-run THEN
               EXIT SECTION
           END-IF

           MOVE rb-new-TXT(rb-i-NUM) TO rb-want-TXT
           PERFORM 115-find-opt-val
           IF NOT rb-hit THEN
               PERFORM 116-report-gone
               EXIT SECTION
           END-IF

           MOVE rb-old-TXT(rb-i-NUM) TO config-val-TXT
           REWRITE config-REC
           MOVE "SET" TO audit-action-TXT
           MOVE rb-new-TXT(rb-i-NUM) TO audit-old-val-TXT
           MOVE rb-old-TXT(rb-i-NUM) TO audit-new-val-TXT
           PERFORM 050-write-audit-entry
           ADD 1 TO rb-done-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       112-undo-append SECTION.

           DISPLAY "  " rb-stamp-TXT(rb-i-NUM) " APPEND "
               TRIM(input-opt-TXT) ": remove '"
               TRIM(rb-new-TXT(rb-i-NUM)) "'"
           IF rb-dry-run THEN
               EXIT SECTION
           END-IF

           MOVE rb-new-TXT(rb-i-NUM) TO rb-want-TXT
           PERFORM 115-find-opt-val
           IF NOT rb-hit THEN
               PERFORM 116-report-gone
               EXIT SECTION
           END-IF

           MOVE "DELETE" TO audit-action-TXT
           MOVE config-val-TXT TO audit-old-val-TXT
           MOVE SPACE TO audit-new-val-TXT
           PERFORM 050-write-audit-entry
           DELETE config-FC RECORD
           ADD 1 TO rb-done-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       113-undo-delete SECTION.

           DISPLAY "  " rb-stamp-TXT(rb-i-NUM) " DELETE "
               TRIM(input-opt-TXT) ": put back '"
               TRIM(rb-old-TXT(rb-i-NUM)) "'"
           IF rb-dry-run THEN
               EXIT SECTION
           END-IF

           MOVE rb-old-TXT(rb-i-NUM) TO input-val-TXT
           PERFORM 010-append-option
           ADD 1 TO rb-done-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       115-find-opt-val SECTION.

      *    Position on the input-opt-TXT record holding rb-want-TXT
      *    (the trail keeps values trimmed, so compare them that way),
      *    leaving it in config-REC for a REWRITE or DELETE.
           MOVE "N" TO rb-hit-CHR
           MOVE input-opt-TXT TO config-opt-TXT
           START config-FC
               KEY IS EQUAL TO config-opt-TXT
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM
               UNTIL EXIT
               READ config-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ

               IF TRIM(config-opt-TXT) IS NOT EQUAL TO
                       TRIM(input-opt-TXT) THEN
                   EXIT PERFORM
               END-IF

               IF TRIM(config-val-TXT) IS EQUAL TO TRIM(rb-want-TXT)
                       THEN
                   MOVE "Y" TO rb-hit-CHR
                   EXIT PERFORM
               END-IF
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       116-report-gone SECTION.

      *    Changed again by hand (or by the bot) since - whatever is
      *    there now isn't what this entry left, so leave it be.
           DISPLAY "    *** no '" TRIM(input-opt-TXT) "' record holds '"
               TRIM(rb-want-TXT) "' any more - left alone"
           ADD 1 TO rb-skip-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       120-load-rollback-entries SECTION.

      *    The trail is append-only and in time order - collect the
      *    entries after rb-to-stamp-TXT, to be undone from the end.
      *    The run's own audit-FC is closed for the read and reopened
      *    for appending after.
           MOVE "Y" TO rb-ok-CHR
           MOVE 0 TO rb-entry-CNT
           MOVE 0 TO rb-line-NUM
           MOVE 0 TO rb-nostamp-CNT

           CLOSE audit-FC
           OPEN INPUT audit-FC

           PERFORM
               UNTIL EXIT
               READ audit-FC
                   AT END EXIT PERFORM
               END-READ
               ADD 1 TO rb-line-NUM

               IF audit-REC IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF

               MOVE audit-REC TO rb-line-TXT
               PERFORM 125-parse-audit-line

               IF rb-p-stamp-TXT IS EQUAL TO SPACE THEN
                   ADD 1 TO rb-nostamp-CNT
                   EXIT PERFORM CYCLE
               END-IF

               IF rb-p-stamp-TXT IS NOT GREATER THAN rb-to-stamp-TXT
                       THEN
                   EXIT PERFORM CYCLE
               END-IF

               IF NOT rb-parsed THEN
                   DISPLAY "*** Line " rb-line-NUM " of "
                       TRIM(audit-filename-TXT) " can't be read back "
                       "in full (a value cut short?) - nothing rolled "
                       "back" UPON SYSERR
                   MOVE "N" TO rb-ok-CHR
                   EXIT PERFORM
               END-IF

               IF rb-p-action-TXT IS EQUAL TO "ROLLBK" THEN
                   EXIT PERFORM CYCLE
               END-IF

               IF rb-entry-CNT IS NOT LESS THAN 1000 THEN
                   DISPLAY "*** More than 1000 changes since "
                       rb-to-stamp-TXT " - roll back to a later stamp "
                       "first" UPON SYSERR
                   MOVE "N" TO rb-ok-CHR
                   EXIT PERFORM
               END-IF

               ADD 1 TO rb-entry-CNT
               MOVE rb-p-stamp-TXT TO rb-stamp-TXT(rb-entry-CNT)
               MOVE rb-p-action-TXT TO rb-action-TXT(rb-entry-CNT)
               MOVE rb-p-opt-TXT TO rb-opt-TXT(rb-entry-CNT)
               MOVE rb-p-old-TXT TO rb-old-TXT(rb-entry-CNT)
               MOVE rb-p-new-TXT TO rb-new-TXT(rb-entry-CNT)
           END-PERFORM

           CLOSE audit-FC
           OPEN EXTEND audit-FC

           IF rb-nostamp-CNT IS GREATER THAN 0 THEN
               DISPLAY "*** Warning: " rb-nostamp-CNT " line(s) of "
                   TRIM(audit-filename-TXT) " carry no timestamp and "
                   "were passed over" UPON SYSERR
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       125-parse-audit-line SECTION.

      *    Take rb-line-TXT apart along the layout 050-write-audit-entry
      *    writes:
      *        <stamp> <action> <opt> old=[<old>] new=[<new>]
      *    with the action padded to six. rb-p-stamp-TXT stays blank
      *    for a line with no stamp at all; rb-parsed is set only when
      *    the whole line, closing "]" included, came apart cleanly.
           MOVE "N" TO rb-parsed-CHR
           MOVE SPACE TO rb-p-stamp-TXT
           MOVE SPACE TO rb-p-action-TXT
           MOVE SPACE TO rb-p-opt-TXT
           MOVE SPACE TO rb-p-old-TXT
           MOVE SPACE TO rb-p-new-TXT

           IF rb-line-TXT(1 : 8) IS NOT NUMERIC
                   OR rb-line-TXT(9 : 1) IS NOT EQUAL TO "-"
                   OR rb-line-TXT(10 : 6) IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           MOVE rb-line-TXT(1 : 15) TO rb-p-stamp-TXT
           MOVE rb-line-TXT(17 : 6) TO rb-p-action-TXT

           MOVE 0 TO rb-old-POS
           INSPECT rb-line-TXT TALLYING rb-old-POS
               FOR CHARACTERS BEFORE INITIAL " old=["
           IF rb-old-POS IS LESS THAN 23
                   OR rb-old-POS IS GREATER THAN 587 THEN
               EXIT SECTION
           END-IF
           MOVE rb-line-TXT(24 : rb-old-POS - 23) TO rb-p-opt-TXT

           MOVE 0 TO rb-new-POS
           INSPECT rb-line-TXT(rb-old-POS + 7 : ) TALLYING rb-new-POS
               FOR CHARACTERS BEFORE INITIAL "] new=["
           COMPUTE rb-PTR = rb-old-POS + rb-new-POS + 14
           IF rb-PTR IS GREATER THAN 600 THEN
               EXIT SECTION
           END-IF
           IF rb-new-POS IS GREATER THAN 0 THEN
               MOVE rb-line-TXT(rb-old-POS + 7 : rb-new-POS)
                   TO rb-p-old-TXT
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(rb-line-TXT TRAILING))
               TO rb-line-LEN
           IF rb-line-LEN IS LESS THAN rb-PTR
                   OR rb-line-TXT(rb-line-LEN : 1) IS NOT EQUAL TO "]"
                   THEN
               EXIT SECTION
           END-IF
           IF rb-line-LEN IS GREATER THAN rb-PTR THEN
               MOVE rb-line-TXT(rb-PTR : rb-line-LEN - rb-PTR)
                   TO rb-p-new-TXT
           END-IF

           MOVE "Y" TO rb-parsed-CHR

           .

      * * * * * * * * * * * * * * * * * * * *

       130-template-report SECTION.

      *    "T [<chan>]" - for every channel carrying a "<chan>:template"
      *    entry (or just the one named), set its overrides against
      *    the named template's entries: what matches, what the
      *    channel has changed, what it's missing, and what it has
      *    that the template doesn't. The bot only fills in overrides
      *    a channel lacks, so drift here is a hand edit since.
           MOVE 0 TO vrec-CNT
           MOVE 0 TO tr-chan-CNT
           MOVE 0 TO tr-find-CNT

           MOVE SPACE TO tr-want-fold-TXT
           IF TRIM(input-opt-TXT) IS NOT EQUAL TO SPACE THEN
               MOVE SPACE TO cf-src-TXT
               MOVE TRIM(input-opt-TXT) TO cf-src-TXT
               PERFORM 095-casefold
               MOVE cf-dst-TXT TO tr-want-fold-TXT
           END-IF

           SET config-IDX TO 1
           START config-FC
               KEY IS GREATER THAN OR EQUAL TO config-IDX
               INVALID KEY
                   DISPLAY "(no records to report on)"
                   EXIT SECTION
           END-START
           PERFORM
               UNTIL EXIT
               READ config-FC NEXT RECORD
                   AT END EXIT PERFORM
               END-READ
               IF vrec-CNT IS LESS THAN 500 THEN
                   ADD 1 TO vrec-CNT
                   MOVE config-opt-TXT TO vrec-opt-TXT(vrec-CNT)
                   MOVE config-val-TXT TO vrec-val-TXT(vrec-CNT)
               END-IF
           END-PERFORM

           PERFORM VARYING v-i-NUM FROM 1 BY 1
                   UNTIL v-i-NUM IS GREATER THAN vrec-CNT
               PERFORM 131-template-one-chan
           END-PERFORM

           DISPLAY "Template report: " tr-chan-CNT " channel(s), "
               tr-find-CNT " difference(s)."

           .

      * * * * * * * * * * * * * * * * * * * *

       131-template-one-chan SECTION.

      *    Record v-i-NUM, if it's a "<chan>:template" entry: collect
      *    the template, then check it against the channel both ways.
           IF vrec-opt-TXT(v-i-NUM)(1 : 1) IS NOT EQUAL TO "#"
                   AND vrec-opt-TXT(v-i-NUM)(1 : 1) IS NOT EQUAL TO
                       "&" THEN
               EXIT SECTION
           END-IF
           MOVE 0 TO v-colon-POS
           INSPECT vrec-opt-TXT(v-i-NUM) TALLYING v-colon-POS
               FOR CHARACTERS BEFORE INITIAL ":"
           IF v-colon-POS IS EQUAL TO 0
                   OR v-colon-POS IS GREATER THAN 65 THEN
               EXIT SECTION
           END-IF
           IF vrec-opt-TXT(v-i-NUM)(v-colon-POS + 1 : ) IS NOT EQUAL
                   TO ":template" THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO tr-chan-TXT
           MOVE vrec-opt-TXT(v-i-NUM)(1 : v-colon-POS) TO tr-chan-TXT
           MOVE SPACE TO cf-src-TXT
           MOVE tr-chan-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE cf-dst-TXT TO tr-chan-fold-TXT
           IF tr-want-fold-TXT IS NOT EQUAL TO SPACE
                   AND tr-chan-fold-TXT IS NOT EQUAL TO
                       tr-want-fold-TXT THEN
               EXIT SECTION
           END-IF

           MOVE TRIM(vrec-val-TXT(v-i-NUM)) TO tr-name-TXT
           MOVE SPACE TO cf-src-TXT
           MOVE tr-name-TXT TO cf-src-TXT
           PERFORM 095-casefold
           MOVE cf-dst-TXT TO tr-name-fold-TXT

           ADD 1 TO tr-chan-CNT
           MOVE 0 TO tr-match-CNT
           MOVE 0 TO tr-differ-CNT
           MOVE 0 TO tr-missing-CNT
           MOVE 0 TO tr-extra-CNT
           DISPLAY TRIM(tr-chan-TXT) " (template " TRIM(tr-name-TXT)
               "):"

           MOVE 0 TO tr-tpl-CNT
           PERFORM VARYING v-j-NUM FROM 1 BY 1
                   UNTIL v-j-NUM IS GREATER THAN vrec-CNT
               IF TRIM(vrec-opt-TXT(v-j-NUM)) IS EQUAL TO "template"
                       THEN
                   PERFORM 132-template-split-entry
               END-IF
           END-PERFORM

           IF tr-tpl-CNT IS EQUAL TO 0 THEN
               DISPLAY "  no 'template' entries named "
                   TRIM(tr-name-TXT) " - removed since?"
               ADD 1 TO tr-find-CNT
               EXIT SECTION
           END-IF

           PERFORM VARYING tr-t-NUM FROM 1 BY 1
                   UNTIL tr-t-NUM IS GREATER THAN tr-tpl-CNT
               PERFORM 133-template-expect
           END-PERFORM

           PERFORM VARYING v-j-NUM FROM 1 BY 1
                   UNTIL v-j-NUM IS GREATER THAN vrec-CNT
               PERFORM 134-template-extra
           END-PERFORM

           DISPLAY "  " tr-match-CNT " matching, " tr-differ-CNT
               " differing, " tr-missing-CNT " missing, "
               tr-extra-CNT " extra."
           ADD tr-differ-CNT tr-missing-CNT tr-extra-CNT
               TO tr-find-CNT

           .

      * * * * * * * * * * * * * * * * * * * *

       132-template-split-entry SECTION.

      *    "template" record v-j-NUM, "<name> <option> <value>": when
      *    it belongs to tr-name-TXT, add option and value to
      *    tr-tpl-TBL. The entries the bot refuses to apply are left
      *    out here too.
           MOVE 0 TO v-space-POS
           INSPECT vrec-val-TXT(v-j-NUM) TALLYING v-space-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF v-space-POS IS EQUAL TO 0
                   OR v-space-POS IS GREATER THAN 30 THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO cf-src-TXT
           MOVE vrec-val-TXT(v-j-NUM)(1 : v-space-POS) TO cf-src-TXT
           PERFORM 095-casefold
           IF TRIM(cf-dst-TXT) IS NOT EQUAL TO TRIM(tr-name-fold-TXT)
                   THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO tr-rest-TXT
           MOVE TRIM(vrec-val-TXT(v-j-NUM)(v-space-POS + 2 : ))
               TO tr-rest-TXT
           MOVE 0 TO v-space-POS
           INSPECT tr-rest-TXT TALLYING v-space-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF v-space-POS IS EQUAL TO 0
                   OR v-space-POS IS GREATER THAN 80 THEN
               EXIT SECTION
           END-IF
           IF tr-rest-TXT(v-space-POS + 1 : ) IS EQUAL TO SPACE THEN
               EXIT SECTION
           END-IF

           EVALUATE tr-rest-TXT(1 : v-space-POS)
               WHEN "channel"
               WHEN "template"
               WHEN "invite-template"
               WHEN "password"
                   EXIT SECTION
           END-EVALUATE

           IF tr-tpl-CNT IS NOT LESS THAN 40 THEN
               EXIT SECTION
           END-IF

           ADD 1 TO tr-tpl-CNT
           MOVE tr-rest-TXT(1 : v-space-POS)
               TO tr-tpl-opt-TXT(tr-tpl-CNT)
           MOVE TRIM(tr-rest-TXT(v-space-POS + 1 : ))
               TO tr-tpl-val-TXT(tr-tpl-CNT)

           .

      * * * * * * * * * * * * * * * * * * * *

       133-template-expect SECTION.

      *    Template entry tr-t-NUM: find the override the bot would
      *    have written for tr-chan-TXT - a scoped "<option> <chan>
      *    <value>" entry for the channel-scoped list options, a
      *    "<chan>:<option>" key otherwise.
           MOVE tr-tpl-opt-TXT(tr-t-NUM) TO tr-kind-TXT
           MOVE "N" TO tr-found-CHR

           IF tr-kind-scoped THEN
               PERFORM VARYING v-j-NUM FROM 1 BY 1
                       UNTIL v-j-NUM IS GREATER THAN vrec-CNT
                       OR tr-found
                   IF vrec-opt-TXT(v-j-NUM) IS EQUAL TO tr-kind-TXT
                           THEN
                       MOVE vrec-val-TXT(v-j-NUM) TO tr-val-TXT
                       PERFORM 135-split-scoped-val
                       IF tr-scope-fold-TXT IS EQUAL TO
                               tr-chan-fold-TXT
                               AND TRIM(tr-val-TXT) IS EQUAL TO
                                   TRIM(tr-tpl-val-TXT(tr-t-NUM)) THEN
                           MOVE "Y" TO tr-found-CHR
                       END-IF
                   END-IF
               END-PERFORM
               IF tr-found THEN
                   ADD 1 TO tr-match-CNT
               ELSE
                   DISPLAY "  missing: " TRIM(tr-kind-TXT) " = "
                       TRIM(tr-chan-TXT) " "
                       TRIM(tr-tpl-val-TXT(tr-t-NUM))
                   ADD 1 TO tr-missing-CNT
               END-IF
               EXIT SECTION
           END-IF

           PERFORM VARYING v-j-NUM FROM 1 BY 1
                   UNTIL v-j-NUM IS GREATER THAN vrec-CNT
                   OR tr-found
               MOVE vrec-opt-TXT(v-j-NUM) TO tr-opt-TXT
               PERFORM 136-split-composite-opt
               IF tr-scope-fold-TXT IS EQUAL TO tr-chan-fold-TXT
                       AND tr-opt-TXT IS EQUAL TO tr-kind-TXT THEN
                   MOVE "Y" TO tr-found-CHR
                   MOVE vrec-val-TXT(v-j-NUM) TO tr-val-TXT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT tr-found
                   DISPLAY "  missing: " TRIM(tr-chan-TXT) ":"
                       TRIM(tr-kind-TXT) " = "
                       TRIM(tr-tpl-val-TXT(tr-t-NUM))
                   ADD 1 TO tr-missing-CNT
               WHEN TRIM(tr-val-TXT) IS EQUAL TO
                       TRIM(tr-tpl-val-TXT(tr-t-NUM))
                   ADD 1 TO tr-match-CNT
               WHEN OTHER
                   DISPLAY "  differs: " TRIM(tr-chan-TXT) ":"
                       TRIM(tr-kind-TXT) " = " TRIM(tr-val-TXT)
                       " (template: " TRIM(tr-tpl-val-TXT(tr-t-NUM))
                       ")"
                   ADD 1 TO tr-differ-CNT
           END-EVALUATE

           .

      * * * * * * * * * * * * * * * * * * * *

       134-template-extra SECTION.

      *    Record v-j-NUM, if it's an override for tr-chan-TXT that no
      *    entry of the template accounts for.
           MOVE vrec-opt-TXT(v-j-NUM) TO tr-kind-TXT
           MOVE "N" TO tr-found-CHR

           IF tr-kind-scoped THEN
               MOVE vrec-val-TXT(v-j-NUM) TO tr-val-TXT
               PERFORM 135-split-scoped-val
               IF tr-scope-fold-TXT IS NOT EQUAL TO tr-chan-fold-TXT
                       THEN
                   EXIT SECTION
               END-IF
               PERFORM VARYING tr-t-NUM FROM 1 BY 1
                       UNTIL tr-t-NUM IS GREATER THAN tr-tpl-CNT
                       OR tr-found
                   IF tr-tpl-opt-TXT(tr-t-NUM) IS EQUAL TO tr-kind-TXT
                           AND TRIM(tr-tpl-val-TXT(tr-t-NUM)) IS EQUAL
                               TO TRIM(tr-val-TXT) THEN
                       MOVE "Y" TO tr-found-CHR
                   END-IF
               END-PERFORM
           ELSE
               MOVE vrec-opt-TXT(v-j-NUM) TO tr-opt-TXT
               PERFORM 136-split-composite-opt
               IF tr-scope-fold-TXT IS NOT EQUAL TO tr-chan-fold-TXT
                       OR tr-opt-TXT IS EQUAL TO "template" THEN
                   EXIT SECTION
               END-IF
               PERFORM VARYING tr-t-NUM FROM 1 BY 1
                       UNTIL tr-t-NUM IS GREATER THAN tr-tpl-CNT
                       OR tr-found
                   IF tr-tpl-opt-TXT(tr-t-NUM) IS EQUAL TO tr-opt-TXT
                       MOVE "Y" TO tr-found-CHR
                   END-IF
               END-PERFORM
           END-IF

           IF NOT tr-found THEN
               DISPLAY "  extra: " TRIM(vrec-opt-TXT(v-j-NUM)) " = "
                   TRIM(vrec-val-TXT(v-j-NUM))
               ADD 1 TO tr-extra-CNT
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       135-split-scoped-val SECTION.

      *    tr-val-TXT in place: a leading "#chan "/"&chan " scope goes
      *    (folded) to tr-scope-fold-TXT, leaving the rest; an
      *    unscoped value leaves tr-scope-fold-TXT blank.
           MOVE SPACE TO tr-scope-fold-TXT
           IF tr-val-TXT(1 : 1) IS NOT EQUAL TO "#"
                   AND tr-val-TXT(1 : 1) IS NOT EQUAL TO "&" THEN
               EXIT SECTION
           END-IF
           MOVE 0 TO v-space-POS
           INSPECT tr-val-TXT TALLYING v-space-POS
               FOR CHARACTERS BEFORE INITIAL " "
           IF v-space-POS IS GREATER THAN 65 THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO cf-src-TXT
           MOVE tr-val-TXT(1 : v-space-POS) TO cf-src-TXT
           PERFORM 095-casefold
           MOVE cf-dst-TXT TO tr-scope-fold-TXT
           MOVE tr-val-TXT(v-space-POS + 1 : ) TO tr-rest-TXT
           MOVE TRIM(tr-rest-TXT) TO tr-val-TXT

           .

      * * * * * * * * * * * * * * * * * * * *

       136-split-composite-opt SECTION.

      *    tr-opt-TXT in place: a "<chan>:<option>" key leaves the
      *    folded channel in tr-scope-fold-TXT and just the option;
      *    any other option name leaves tr-scope-fold-TXT blank.
           MOVE SPACE TO tr-scope-fold-TXT
           IF tr-opt-TXT(1 : 1) IS NOT EQUAL TO "#"
                   AND tr-opt-TXT(1 : 1) IS NOT EQUAL TO "&" THEN
               EXIT SECTION
           END-IF
           MOVE 0 TO v-colon-POS
           INSPECT tr-opt-TXT TALLYING v-colon-POS
               FOR CHARACTERS BEFORE INITIAL ":"
           IF v-colon-POS IS GREATER THAN 65 THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO cf-src-TXT
           MOVE tr-opt-TXT(1 : v-colon-POS) TO cf-src-TXT
           PERFORM 095-casefold
           MOVE cf-dst-TXT TO tr-scope-fold-TXT
           MOVE tr-opt-TXT(v-colon-POS + 2 : ) TO tr-rest-TXT
           MOVE tr-rest-TXT TO tr-opt-TXT

           .

      * * * * * * * * * * * * * * * * * * * *

       050-write-audit-entry SECTION.

           .

      * * * * * * * * * * * * * * * * * * * *

           COPY "maint-lock.cpy".

       END PROGRAM stan-cfg.
