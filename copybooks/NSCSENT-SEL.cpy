      ******************************************************************
      * Shared Clearinghouse last-sent file SELECT. COPY into
      * FILE-CONTROL of any program that builds or reports on the
      * National Student Clearinghouse enrollment submission.
      ******************************************************************
           SELECT  NscSentFile ASSIGN TO "nscsent.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NS-Key
                   FILE STATUS IS WS-Nsc-Sent-Status.
