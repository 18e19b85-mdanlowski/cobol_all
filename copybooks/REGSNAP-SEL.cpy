      ******************************************************************
      * Shared registration snapshot history SELECT. COPY into
      * FILE-CONTROL of the nightly snapshot and of any report that
      * compares registration against an earlier point in time.
      ******************************************************************
           SELECT  RegSnapFile ASSIGN TO "regsnap.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RS-Key
                   FILE STATUS IS WS-RegSnap-Status.
