      * vi: ts=4 sts=4 sw=4 et
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stan-rollup.

      *****************************************************************
      *    Cross-network roll-up. stan runs once per network (see
      *    STAN_NETWORK in stan.cbl), so stan-report's trend and
      *    availability figures come out once per network too; this
      *    reads every network's stan-trends-<net>.dat and
      *    stan-events-<net>.dat and prints one combined report:
      *        traffic per network and channel (last 30 days)
      *        month-to-date availability per network
      *        the busiest channels across all networks
      *        each network's last 30 days against the 30 before
      *    Feed it the network names, one per line, via SYSIN - a
      *    lone "-" stands for the unnamed network (plain
      *    stan-trends.dat / stan-events.dat):
      *        printf 'libera\noftc\n-\n' | stan-rollup
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT netlist-FC
               ASSIGN TO KEYBOARD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT trend-FC
               ASSIGN TO trends-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS trend-STA.

           SELECT events-FC
               ASSIGN TO events-filename-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS events-STA.

      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD netlist-FC.
       01 netlist-REC
           PICTURE IS X(80).

      *    One text record per channel per day, as stan-report
      *    appends them:
      *        YYYYMMDD <chan> <msgs> <cmds> <nicks> <h00> .. <h23>
       FD trend-FC.
       01 trend-REC
           PICTURE IS X(350).

      *    "YYYYMMDD-HHMMSS <KIND> <detail>", as stan.cbl logs them.
       FD events-FC.
       01 events-REC
           PICTURE IS X(255).

       WORKING-STORAGE SECTION.

       01 trend-STA
           PICTURE IS X(2).
           88 trend-STA-OK
               VALUE IS "00".

       01 events-STA
           PICTURE IS X(2).
           88 events-STA-OK
               VALUE IS "00".

       01 trends-filename-TXT
           PICTURE IS X(255).

       01 events-filename-TXT
           PICTURE IS X(255).

      * * * * * * * * * * * * * * * * * * * *
      * One entry per network on SYSIN.     *
      * * * * * * * * * * * * * * * * * * * *
       78 rl-net-max-NUM
           VALUE IS 20.

       01 rl-net-TBL.
           05 rl-net-entry OCCURS 20 TIMES.
               10 rl-net-name-TXT
                   PICTURE IS X(30).
               10 rl-net-m1-CNT
                   PICTURE IS 9(9).
               10 rl-net-m2-CNT
                   PICTURE IS 9(9).
               10 rl-net-cmd-CNT
                   PICTURE IS 9(9).
               10 rl-net-trend-CHR
                   PICTURE IS X.
                   88 rl-net-has-trends
                       VALUE IS "Y".
               10 rl-net-avail-CHR
                   PICTURE IS X.
                   88 rl-net-has-events
                       VALUE IS "Y".
                   88 rl-net-month-new
                       VALUE IS "M".
               10 rl-net-pct-NUM
                   PICTURE IS 9(3)V9.

       01 rl-net-CNT
           PICTURE IS 9(3)
           VALUE IS 0.

      * * * * * * * * * * * * * * * * * * * *
      * One entry per network and channel.  *
      * * * * * * * * * * * * * * * * * * * *
       78 rl-row-max-NUM
           VALUE IS 1000.

       01 rl-row-TBL.
           05 rl-row-entry OCCURS 1000 TIMES.
               10 rl-row-net-NUM
                   PICTURE IS 9(3).
               10 rl-row-chan-TXT
                   PICTURE IS X(65).
               10 rl-row-m1-CNT
                   PICTURE IS 9(9).
               10 rl-row-m2-CNT
                   PICTURE IS 9(9).
               10 rl-row-cmd-CNT
                   PICTURE IS 9(9).
               10 rl-row-picked-CHR
                   PICTURE IS X.
                   88 rl-row-picked
                       VALUE IS "Y".

       01 rl-row-CNT
           PICTURE IS 9(4)
           VALUE IS 0.

       01 rl-dropped-CNT
           PICTURE IS 9(7)
           VALUE IS 0.

      *    How many channels the "busiest overall" list shows.
       78 rl-top-max-NUM
           VALUE IS 10.

      * * * * * * * * * * * * * * * * * * * *
      * Working set.                        *
      * * * * * * * * * * * * * * * * * * * *
       01 rl-now-TXT
           PICTURE IS X(21).

       01 rl-today-DAY-NUM
           PICTURE IS 9(9).

       01 rl-net-IDX
           PICTURE IS 9(3).

       01 rl-i-NUM
           PICTURE IS 9(4).

       01 rl-j-NUM
           PICTURE IS 9(4).

       01 rl-found-IDX
           PICTURE IS 9(4).

       01 rl-best-IDX
           PICTURE IS 9(4).

       01 rl-ptr-NUM
           PICTURE IS 9(4).

       01 rl-tok-TXT
           PICTURE IS X(65).

       01 rl-chan-TXT
           PICTURE IS X(65).

       01 rl-date-TXT
           PICTURE IS X(8).

       01 rl-age-NUM
           PICTURE IS S9(9).

       01 rl-msg-NUM
           PICTURE IS 9(9).

       01 rl-cmd-NUM
           PICTURE IS 9(9).

       01 rl-prev-NUM
           PICTURE IS 9(9).

       01 rl-all-m1-CNT
           PICTURE IS 9(9)
           VALUE IS 0.

       01 rl-all-m2-CNT
           PICTURE IS 9(9)
           VALUE IS 0.

       01 rl-chg-NUM
           PICTURE IS S9(7).

       01 rl-chg-DISP
           PICTURE IS +++++++9.

       01 rl-CNT-DISP
           PICTURE IS ZZZ,ZZZ,ZZ9.

       01 rl-CNT2-DISP
           PICTURE IS ZZZ,ZZZ,ZZ9.

       01 rl-rank-DISP
           PICTURE IS Z9.

       01 rl-line-TXT
           PICTURE IS X(200).

      * * * * * * * * * * * * * * * * * * * *
      * Availability from the events ledger,*
      * as stan-report works it out.        *
      * * * * * * * * * * * * * * * * * * * *
       01 av-stamp-TXT
           PICTURE IS X(15).

       01 av-kind-TXT
           PICTURE IS X(12).

       01 av-ptr-NUM
           PICTURE IS 9(4).

      *    A FAILOVER's "from <instance>, last renewed <stamp>".
       01 av-skip-TXT
           PICTURE IS X(40).

       01 av-renewed-TXT
           PICTURE IS X(15).

       01 av-now-SEC
           PICTURE IS 9(11).

       01 av-month-start-SEC
           PICTURE IS 9(11).

       01 av-ev-SEC
           PICTURE IS 9(11).

       01 av-conn-start-SEC
           PICTURE IS 9(11).

       01 av-span-from-SEC
           PICTURE IS 9(11).

       01 av-up-SEC
           PICTURE IS 9(11).

       01 av-elapsed-SEC
           PICTURE IS 9(11).

       01 av-pct-DISP
           PICTURE IS ZZ9.9.

       01 av-month-date-TXT
           PICTURE IS X(8).

       01 av-now-date-DISP
           PICTURE IS 9(8).

      *****************************************************************

       PROCEDURE DIVISION.
       000-main SECTION.

      *    The trend records are dated by the local day stan-report
      *    ran on, so their ages go by the local date; availability is
      *    measured in UTC like the events ledger itself.
           MOVE FUNCTION CURRENT-DATE TO rl-now-TXT
           COMPUTE rl-today-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(rl-now-TXT(1 : 8)))
           PERFORM 050-utc-month-start

           OPEN INPUT netlist-FC
           PERFORM
               UNTIL EXIT
               READ netlist-FC
                   AT END EXIT PERFORM
               END-READ

               IF netlist-REC IS EQUAL TO SPACE THEN
                   EXIT PERFORM CYCLE
               END-IF
               IF rl-net-CNT IS EQUAL TO rl-net-max-NUM THEN
                   DISPLAY "*** More than " rl-net-max-NUM
                       " networks - ignoring " TRIM(netlist-REC)
                       UPON SYSERR
                   EXIT PERFORM CYCLE
               END-IF

               ADD 1 TO rl-net-CNT
               MOVE rl-net-CNT TO rl-net-IDX
               MOVE TRIM(netlist-REC)
                   TO rl-net-name-TXT(rl-net-IDX)
               MOVE 0 TO rl-net-m1-CNT(rl-net-IDX)
               MOVE 0 TO rl-net-m2-CNT(rl-net-IDX)
               MOVE 0 TO rl-net-cmd-CNT(rl-net-IDX)
               MOVE 0 TO rl-net-pct-NUM(rl-net-IDX)
               MOVE "N" TO rl-net-trend-CHR(rl-net-IDX)
               MOVE "N" TO rl-net-avail-CHR(rl-net-IDX)

               PERFORM 100-network-filenames
               PERFORM 200-read-trends
               PERFORM 300-availability
           END-PERFORM
           CLOSE netlist-FC

           IF rl-net-CNT IS EQUAL TO 0 THEN
               DISPLAY "*** No networks given on SYSIN" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "=== stan cross-network roll-up ==="
           PERFORM 400-print-traffic
           PERFORM 500-print-availability
           PERFORM 600-print-busiest
           PERFORM 700-print-month-change

           STOP RUN

           .

      * * * * * * * * * * * * * * * * * * * *

       050-utc-month-start SECTION.

      *    UTC now and the start of the UTC month - CURRENT-DATE's
      *    positions 17-21 carry the local offset.
           COMPUTE av-now-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(rl-now-TXT(1 : 8))) * 86400
               + FUNCTION NUMVAL(rl-now-TXT(9 : 2)) * 3600
               + FUNCTION NUMVAL(rl-now-TXT(11 : 2)) * 60
               + FUNCTION NUMVAL(rl-now-TXT(13 : 2))
           EVALUATE rl-now-TXT(17 : 1)
               WHEN "+"
                   COMPUTE av-now-SEC = av-now-SEC
                       - FUNCTION NUMVAL(rl-now-TXT(18 : 2)) * 3600
                       - FUNCTION NUMVAL(rl-now-TXT(20 : 2)) * 60
               WHEN "-"
                   COMPUTE av-now-SEC = av-now-SEC
                       + FUNCTION NUMVAL(rl-now-TXT(18 : 2)) * 3600
                       + FUNCTION NUMVAL(rl-now-TXT(20 : 2)) * 60
           END-EVALUATE

           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER(av-now-SEC / 86400))
               TO av-now-date-DISP
           MOVE av-now-date-DISP TO av-month-date-TXT
           MOVE "01" TO av-month-date-TXT(7 : 2)
           COMPUTE av-month-start-SEC =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(av-month-date-TXT)) * 86400
           COMPUTE av-elapsed-SEC = av-now-SEC - av-month-start-SEC

           .

      * * * * * * * * * * * * * * * * * * * *

       100-network-filenames SECTION.

      *    Same naming as stan.cbl and stan-report: the unnamed
      *    network keeps the plain file names.
           IF rl-net-name-TXT(rl-net-IDX) IS EQUAL TO "-" THEN
               MOVE "stan-trends.dat" TO trends-filename-TXT
               MOVE "stan-events.dat" TO events-filename-TXT
               EXIT SECTION
           END-IF

           MOVE SPACE TO trends-filename-TXT
           STRING
               "stan-trends-" DELIMITED BY SIZE
               TRIM(rl-net-name-TXT(rl-net-IDX)) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO trends-filename-TXT
           END-STRING
           MOVE SPACE TO events-filename-TXT
           STRING
               "stan-events-" DELIMITED BY SIZE
               TRIM(rl-net-name-TXT(rl-net-IDX)) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO events-filename-TXT
           END-STRING

           .

      * * * * * * * * * * * * * * * * * * * *

       200-read-trends SECTION.

           OPEN INPUT trend-FC
           IF NOT trend-STA-OK THEN
               DISPLAY "*** Couldn't open "
                   TRIM(trends-filename-TXT) UPON SYSERR
               EXIT SECTION
           END-IF
           MOVE "Y" TO rl-net-trend-CHR(rl-net-IDX)

           PERFORM
               UNTIL EXIT
               READ trend-FC
                   AT END EXIT PERFORM
               END-READ

               PERFORM 210-tally-trend-record
           END-PERFORM

           CLOSE trend-FC

           .

      * * * * * * * * * * * * * * * * * * * *

       210-tally-trend-record SECTION.

      *    Date, channel, messages and commands are all that's needed;
      *    the rest of the record is the hourly histogram.
           MOVE 1 TO rl-ptr-NUM

           MOVE SPACE TO rl-tok-TXT
           UNSTRING trend-REC DELIMITED BY ALL SPACE
               INTO rl-tok-TXT
               WITH POINTER rl-ptr-NUM
           END-UNSTRING
           MOVE rl-tok-TXT(1 : 8) TO rl-date-TXT
           IF rl-date-TXT IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF

           MOVE SPACE TO rl-chan-TXT
           UNSTRING trend-REC DELIMITED BY ALL SPACE
               INTO rl-chan-TXT
               WITH POINTER rl-ptr-NUM
           END-UNSTRING

           MOVE SPACE TO rl-tok-TXT
           UNSTRING trend-REC DELIMITED BY ALL SPACE
               INTO rl-tok-TXT
               WITH POINTER rl-ptr-NUM
           END-UNSTRING
           MOVE FUNCTION NUMVAL(rl-tok-TXT) TO rl-msg-NUM

           MOVE SPACE TO rl-tok-TXT
           UNSTRING trend-REC DELIMITED BY ALL SPACE
               INTO rl-tok-TXT
               WITH POINTER rl-ptr-NUM
           END-UNSTRING
           MOVE FUNCTION NUMVAL(rl-tok-TXT) TO rl-cmd-NUM

      *    The same 30-day buckets stan-report's trend mode uses.
           COMPUTE rl-age-NUM = rl-today-DAY-NUM
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(rl-date-TXT))
           IF rl-age-NUM IS LESS THAN 0
                   OR rl-age-NUM IS GREATER THAN 60 THEN
               EXIT SECTION
           END-IF

           MOVE 0 TO rl-found-IDX
           PERFORM VARYING rl-i-NUM FROM 1 BY 1
                   UNTIL rl-i-NUM IS GREATER THAN rl-row-CNT
               IF rl-row-net-NUM(rl-i-NUM) IS EQUAL TO rl-net-IDX
                       AND rl-row-chan-TXT(rl-i-NUM) IS EQUAL TO
                           rl-chan-TXT THEN
                   MOVE rl-i-NUM TO rl-found-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF rl-found-IDX IS EQUAL TO 0 THEN
               IF rl-row-CNT IS EQUAL TO rl-row-max-NUM THEN
                   ADD 1 TO rl-dropped-CNT
                   EXIT SECTION
               END-IF
               ADD 1 TO rl-row-CNT
               MOVE rl-row-CNT TO rl-found-IDX
               MOVE rl-net-IDX TO rl-row-net-NUM(rl-found-IDX)
               MOVE rl-chan-TXT TO rl-row-chan-TXT(rl-found-IDX)
               MOVE 0 TO rl-row-m1-CNT(rl-found-IDX)
               MOVE 0 TO rl-row-m2-CNT(rl-found-IDX)
               MOVE 0 TO rl-row-cmd-CNT(rl-found-IDX)
               MOVE "N" TO rl-row-picked-CHR(rl-found-IDX)
           END-IF

           IF rl-age-NUM IS LESS THAN OR EQUAL TO 30 THEN
               ADD rl-msg-NUM TO rl-row-m1-CNT(rl-found-IDX)
               ADD rl-cmd-NUM TO rl-row-cmd-CNT(rl-found-IDX)
               ADD rl-msg-NUM TO rl-net-m1-CNT(rl-net-IDX)
               ADD rl-cmd-NUM TO rl-net-cmd-CNT(rl-net-IDX)
           ELSE
               ADD rl-msg-NUM TO rl-row-m2-CNT(rl-found-IDX)
               ADD rl-msg-NUM TO rl-net-m2-CNT(rl-net-IDX)
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       300-availability SECTION.

      *    Month-to-date availability, worked out as stan-report's
      *    950-availability-section does: CONNECT opens a connected
      *    span; RECONNECT, WATCHDOG, or GIVEUP closes it; a span
      *    still open runs to now; all clipped to the month start.
           OPEN INPUT events-FC
           IF NOT events-STA-OK THEN
               EXIT SECTION
           END-IF
           IF av-elapsed-SEC IS EQUAL TO 0 THEN
               MOVE "M" TO rl-net-avail-CHR(rl-net-IDX)
               CLOSE events-FC
               EXIT SECTION
           END-IF
           MOVE "Y" TO rl-net-avail-CHR(rl-net-IDX)

           MOVE 0 TO av-up-SEC
           MOVE 0 TO av-conn-start-SEC

           PERFORM
               UNTIL EXIT
               READ events-FC
                   AT END EXIT PERFORM
               END-READ

               MOVE 1 TO av-ptr-NUM
               MOVE SPACE TO av-stamp-TXT
               UNSTRING events-REC DELIMITED BY ALL SPACE
                   INTO av-stamp-TXT
                   WITH POINTER av-ptr-NUM
               END-UNSTRING
               MOVE SPACE TO av-kind-TXT
               UNSTRING events-REC DELIMITED BY ALL SPACE
                   INTO av-kind-TXT
                   WITH POINTER av-ptr-NUM
               END-UNSTRING

               IF av-stamp-TXT(1 : 8) IS NOT NUMERIC THEN
                   EXIT PERFORM CYCLE
               END-IF

               COMPUTE av-ev-SEC =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(av-stamp-TXT(1 : 8))) * 86400
                   + FUNCTION NUMVAL(av-stamp-TXT(10 : 2)) * 3600
                   + FUNCTION NUMVAL(av-stamp-TXT(12 : 2)) * 60
                   + FUNCTION NUMVAL(av-stamp-TXT(14 : 2))

      *        A standby taking over: the instance it replaced was
      *        last heard from when it last renewed the lease, not
      *        when the standby noticed.
               IF TRIM(av-kind-TXT) IS EQUAL TO "FAILOVER" THEN
                   MOVE SPACE TO av-renewed-TXT
                   UNSTRING events-REC DELIMITED BY ALL SPACE
                       INTO av-skip-TXT av-skip-TXT av-skip-TXT
                           av-skip-TXT av-renewed-TXT
                       WITH POINTER av-ptr-NUM
                   END-UNSTRING
                   IF av-renewed-TXT(1 : 8) IS NUMERIC
                           AND av-renewed-TXT(10 : 6) IS NUMERIC THEN
                       COMPUTE av-ev-SEC =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(av-renewed-TXT(1 : 8)))
                               * 86400
                           + FUNCTION NUMVAL(av-renewed-TXT(10 : 2))
                               * 3600
                           + FUNCTION NUMVAL(av-renewed-TXT(12 : 2))
                               * 60
                           + FUNCTION NUMVAL(av-renewed-TXT(14 : 2))
                   END-IF
               END-IF

               EVALUATE TRIM(av-kind-TXT)
                   WHEN "CONNECT"
                       MOVE av-ev-SEC TO av-conn-start-SEC
                   WHEN "RECONNECT"
                   WHEN "WATCHDOG"
                   WHEN "GIVEUP"
                   WHEN "FAILOVER"
                       IF av-conn-start-SEC IS GREATER THAN 0
                               AND av-ev-SEC IS GREATER THAN
                                   av-month-start-SEC THEN
                           IF av-conn-start-SEC IS GREATER THAN
                                   av-month-start-SEC THEN
                               MOVE av-conn-start-SEC
                                   TO av-span-from-SEC
                           ELSE
                               MOVE av-month-start-SEC
                                   TO av-span-from-SEC
                           END-IF
                           COMPUTE av-up-SEC =
                               av-up-SEC + av-ev-SEC - av-span-from-SEC
                       END-IF
                       MOVE 0 TO av-conn-start-SEC
               END-EVALUATE
           END-PERFORM

           CLOSE events-FC

           IF av-conn-start-SEC IS GREATER THAN 0 THEN
               IF av-conn-start-SEC IS GREATER THAN
                       av-month-start-SEC THEN
                   MOVE av-conn-start-SEC TO av-span-from-SEC
               ELSE
                   MOVE av-month-start-SEC TO av-span-from-SEC
               END-IF
               IF av-now-SEC IS GREATER THAN av-span-from-SEC THEN
                   COMPUTE av-up-SEC =
                       av-up-SEC + av-now-SEC - av-span-from-SEC
               END-IF
           END-IF

           IF av-up-SEC IS GREATER THAN av-elapsed-SEC THEN
               MOVE av-elapsed-SEC TO av-up-SEC
           END-IF
           COMPUTE rl-net-pct-NUM(rl-net-IDX) ROUNDED =
               av-up-SEC * 100 / av-elapsed-SEC

           .

      * * * * * * * * * * * * * * * * * * * *

       400-print-traffic SECTION.

           DISPLAY "--- Traffic by network and channel (last 30 "
               "days: messages / commands) ---"
           PERFORM VARYING rl-net-IDX FROM 1 BY 1
                   UNTIL rl-net-IDX IS GREATER THAN rl-net-CNT
               IF NOT rl-net-has-trends(rl-net-IDX) THEN
                   DISPLAY "  " TRIM(rl-net-name-TXT(rl-net-IDX))
                       ": no trend history on file"
                   EXIT PERFORM CYCLE
               END-IF

               MOVE rl-net-m1-CNT(rl-net-IDX) TO rl-CNT-DISP
               MOVE rl-net-cmd-CNT(rl-net-IDX) TO rl-CNT2-DISP
               DISPLAY "  " TRIM(rl-net-name-TXT(rl-net-IDX)) ": "
                   TRIM(rl-CNT-DISP) " / " TRIM(rl-CNT2-DISP)
               PERFORM VARYING rl-i-NUM FROM 1 BY 1
                       UNTIL rl-i-NUM IS GREATER THAN rl-row-CNT
                   IF rl-row-net-NUM(rl-i-NUM) IS EQUAL TO rl-net-IDX
                           AND rl-row-m1-CNT(rl-i-NUM)
                               IS GREATER THAN 0 THEN
                       MOVE rl-row-m1-CNT(rl-i-NUM) TO rl-CNT-DISP
                       MOVE rl-row-cmd-CNT(rl-i-NUM) TO rl-CNT2-DISP
                       DISPLAY "    " TRIM(rl-row-chan-TXT(rl-i-NUM))
                           ": " TRIM(rl-CNT-DISP) " / "
                           TRIM(rl-CNT2-DISP)
                   END-IF
               END-PERFORM
               ADD rl-net-m1-CNT(rl-net-IDX) TO rl-all-m1-CNT
               ADD rl-net-m2-CNT(rl-net-IDX) TO rl-all-m2-CNT
           END-PERFORM

           MOVE rl-all-m1-CNT TO rl-CNT-DISP
           DISPLAY "  All networks: " TRIM(rl-CNT-DISP) " messages"
           IF rl-dropped-CNT IS GREATER THAN 0 THEN
               MOVE rl-dropped-CNT TO rl-CNT-DISP
               DISPLAY "  (" TRIM(rl-CNT-DISP) " trend record(s) past "
                   "the " rl-row-max-NUM " channel limit left out)"
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       500-print-availability SECTION.

           DISPLAY "--- Availability (month to date) ---"
           PERFORM VARYING rl-net-IDX FROM 1 BY 1
                   UNTIL rl-net-IDX IS GREATER THAN rl-net-CNT
               EVALUATE TRUE
                   WHEN rl-net-has-events(rl-net-IDX)
                       MOVE rl-net-pct-NUM(rl-net-IDX) TO av-pct-DISP
                       DISPLAY "  " TRIM(rl-net-name-TXT(rl-net-IDX))
                           ": " av-pct-DISP "% connected"
                   WHEN rl-net-month-new(rl-net-IDX)
                       DISPLAY "  " TRIM(rl-net-name-TXT(rl-net-IDX))
                           ": month just started - nothing to measure"
                   WHEN OTHER
                       DISPLAY "  " TRIM(rl-net-name-TXT(rl-net-IDX))
                           ": no events ledger on file"
               END-EVALUATE
           END-PERFORM

           .

      * * * * * * * * * * * * * * * * * * * *

       600-print-busiest SECTION.

      *    Repeatedly pick the busiest channel not yet listed - the
      *    list is short, so a selection pass per place will do.
           DISPLAY "--- Busiest channels, all networks (last 30 "
               "days) ---"
           PERFORM VARYING rl-j-NUM FROM 1 BY 1
                   UNTIL rl-j-NUM IS GREATER THAN rl-top-max-NUM
               MOVE 0 TO rl-best-IDX
               PERFORM VARYING rl-i-NUM FROM 1 BY 1
                       UNTIL rl-i-NUM IS GREATER THAN rl-row-CNT
                   IF rl-row-picked(rl-i-NUM)
                           OR rl-row-m1-CNT(rl-i-NUM) IS EQUAL TO 0 THEN
                       EXIT PERFORM CYCLE
                   END-IF
                   IF rl-best-IDX IS EQUAL TO 0 THEN
                       MOVE rl-i-NUM TO rl-best-IDX
                   ELSE
                       IF rl-row-m1-CNT(rl-i-NUM) IS GREATER THAN
                               rl-row-m1-CNT(rl-best-IDX) THEN
                           MOVE rl-i-NUM TO rl-best-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF rl-best-IDX IS EQUAL TO 0 THEN
                   EXIT PERFORM
               END-IF

               MOVE "Y" TO rl-row-picked-CHR(rl-best-IDX)
               MOVE rl-j-NUM TO rl-rank-DISP
               MOVE rl-row-m1-CNT(rl-best-IDX) TO rl-CNT-DISP
               MOVE rl-row-net-NUM(rl-best-IDX) TO rl-net-IDX
               DISPLAY "  " rl-rank-DISP ". "
                   TRIM(rl-row-chan-TXT(rl-best-IDX)) " on "
                   TRIM(rl-net-name-TXT(rl-net-IDX)) ": "
                   TRIM(rl-CNT-DISP)
           END-PERFORM
           IF rl-j-NUM IS EQUAL TO 1 THEN
               DISPLAY "  (no traffic in the last 30 days)"
           END-IF

           .

      * * * * * * * * * * * * * * * * * * * *

       700-print-month-change SECTION.

      *    Last 30 days against the 30 before, as a percentage.
           DISPLAY "--- Month over month (last 30d vs prior 30d) ---"
           PERFORM VARYING rl-net-IDX FROM 1 BY 1
                   UNTIL rl-net-IDX IS GREATER THAN rl-net-CNT
               IF NOT rl-net-has-trends(rl-net-IDX) THEN
                   EXIT PERFORM CYCLE
               END-IF
               MOVE rl-net-m1-CNT(rl-net-IDX) TO rl-msg-NUM
               MOVE rl-net-m2-CNT(rl-net-IDX) TO rl-prev-NUM
               MOVE SPACE TO rl-line-TXT
               STRING
                   "  " DELIMITED BY SIZE
                   TRIM(rl-net-name-TXT(rl-net-IDX)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   INTO rl-line-TXT
               END-STRING
               PERFORM 710-change-text
               DISPLAY TRIM(rl-line-TXT, TRAILING)
           END-PERFORM

           MOVE rl-all-m1-CNT TO rl-msg-NUM
           MOVE rl-all-m2-CNT TO rl-prev-NUM
           MOVE "  All networks: " TO rl-line-TXT
           PERFORM 710-change-text
           DISPLAY TRIM(rl-line-TXT, TRAILING)

           .

      * * * * * * * * * * * * * * * * * * * *

       710-change-text SECTION.

      *    Appends "<now> vs <before> (+N%)" for rl-msg-NUM against
      *    rl-prev-NUM to rl-line-TXT.
           MOVE FUNCTION LENGTH(TRIM(rl-line-TXT, TRAILING))
               TO rl-ptr-NUM
           ADD 2 TO rl-ptr-NUM
           MOVE rl-msg-NUM TO rl-CNT-DISP
           MOVE rl-prev-NUM TO rl-CNT2-DISP
           STRING
               TRIM(rl-CNT-DISP) DELIMITED BY SIZE
               " vs " DELIMITED BY SIZE
               TRIM(rl-CNT2-DISP) DELIMITED BY SIZE
               INTO rl-line-TXT
               WITH POINTER rl-ptr-NUM
           END-STRING

           IF rl-prev-NUM IS EQUAL TO 0 THEN
               IF rl-msg-NUM IS GREATER THAN 0 THEN
                   STRING
                       " (new)" DELIMITED BY SIZE
                       INTO rl-line-TXT
                       WITH POINTER rl-ptr-NUM
                   END-STRING
               END-IF
               EXIT SECTION
           END-IF

           COMPUTE rl-chg-NUM ROUNDED =
               (rl-msg-NUM - rl-prev-NUM) * 100 / rl-prev-NUM
           MOVE rl-chg-NUM TO rl-chg-DISP
           STRING
               " (" DELIMITED BY SIZE
               TRIM(rl-chg-DISP) DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO rl-line-TXT
               WITH POINTER rl-ptr-NUM
           END-STRING

           .

       END PROGRAM stan-rollup.
