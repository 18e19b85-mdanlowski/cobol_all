      ******************************************************************
      * Shared preregistration window file SELECT. COPY into
      * FILE-CONTROL of any program that opens, checks or allocates a
      * term's preregistration.
      ******************************************************************
           SELECT  PreregWindowFile ASSIGN TO "prewin.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PW-Term
                   FILE STATUS IS WS-PreWin-Status.
