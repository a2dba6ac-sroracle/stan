      * vi: ts=4 sts=4 sw=4 et
       FD mlk-FC.
       01 mlk-REC
           PICTURE IS X(200).
