       01 av-ptr-NUM
           PICTURE IS 9(4).

      *    A FAILOVER's "from <instance>, last renewed <stamp>".
       01 av-skip-TXT
           PICTURE IS X(40).

       01 av-renewed-TXT
           PICTURE IS X(15).

       01 av-now-SEC
           PICTURE IS 9(11).

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
