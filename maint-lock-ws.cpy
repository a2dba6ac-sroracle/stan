      * vi: ts=4 sts=4 sw=4 et
      * Working storage for maint-lock.cpy. The caller moves its own
      * name to mlk-job-TXT before asking for the lock.
       01 mlk-STA
           PICTURE IS X(2).
           88 mlk-STA-OK
               VALUE IS "00".

       01 mlk-job-TXT
           PICTURE IS X(30).

       01 mlk-granted-CHR
           PICTURE IS X
           VALUE IS "N".
           88 maint-granted
               VALUE IS "Y".

       01 mlk-network-TXT
           PICTURE IS X(30).

       01 mlk-path-TXT
           PICTURE IS X(255).

       01 mlk-req-filename-TXT
           PICTURE IS X(255).

       01 mlk-tmp-filename-TXT
           PICTURE IS X(255).

       01 mlk-ack-filename-TXT
           PICTURE IS X(255).

       01 mlk-hb-filename-TXT
           PICTURE IS X(255).

      *    "<job> <local YYYYMMDDHHMMSSss>" - what we ask with, and
      *    what the bot's acknowledgment has to repeat.
       01 mlk-line-TXT
           PICTURE IS X(200).

       01 mlk-read-TXT
           PICTURE IS X(200).

       01 mlk-found-CHR
           PICTURE IS X.
           88 mlk-found
               VALUE IS "Y".

      *    How long to wait, overridable with STAN_MAINT_WAIT
      *    (seconds) - the bot looks for the request each time a line
      *    arrives from the server, so give it at least a PING
      *    interval.
       78 mlk-default-wait-SEC
           VALUE IS 300.

       01 mlk-wait-TXT
           PICTURE IS X(10).

       01 mlk-wait-SEC
           PICTURE IS 9(5).

       01 mlk-waited-SEC
           PICTURE IS 9(5).

       01 mlk-poll-SEC
           PICTURE IS 9(2)
           VALUE IS 5.

      *    A heartbeat older than this, or none at all, means no bot
      *    is running to ask.
       78 mlk-stale-SEC
           VALUE IS 900.

       01 mlk-bot-CHR
           PICTURE IS X.
           88 mlk-bot-up
               VALUE IS "Y".

       01 mlk-hb-state-TXT
           PICTURE IS X(30).

       01 mlk-hb-updated-TXT
           PICTURE IS X(15).

       01 mlk-now-TXT
           PICTURE IS X(21).

       01 mlk-now-SEC
           PICTURE IS S9(11).

       01 mlk-hb-SEC
           PICTURE IS S9(11).

       01 mlk-SEC-DISP
           PICTURE IS Z(4)9.
