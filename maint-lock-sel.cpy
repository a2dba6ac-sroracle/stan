      * vi: ts=4 sts=4 sw=4 et
      * The maintenance lock's one file, opened by whichever path
      * (request, acknowledgment or heartbeat) mlk-path-TXT holds -
      * see maint-lock.cpy.
           SELECT mlk-FC
               ASSIGN TO mlk-path-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mlk-STA.
