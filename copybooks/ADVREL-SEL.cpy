      ******************************************************************
      * Shared advising-release file SELECT. COPY into FILE-CONTROL
      * of any program that grants or checks a student's per-term
      * advising release.
      ******************************************************************
           SELECT  AdvReleaseFile ASSIGN TO "advrel.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-Key
                   FILE STATUS IS WS-AdvRel-Status.
