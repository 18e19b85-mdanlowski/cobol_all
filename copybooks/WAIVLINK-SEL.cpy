      ******************************************************************
      * Shared student-to-waiver link file SELECT. COPY into
      * FILE-CONTROL alongside WAIVER-SEL wherever a student's waiver
      * for a term has to be looked up, applied or reported.
      ******************************************************************
           SELECT  WaiverLinkFile ASSIGN TO "waivlink.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WL-Key
                   FILE STATUS IS WS-WaivLink-Status.
