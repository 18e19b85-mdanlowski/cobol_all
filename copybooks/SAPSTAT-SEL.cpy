      ******************************************************************
      * Shared academic-progress status file SELECT. COPY into
      * FILE-CONTROL of any program that evaluates or reports a
      * student's satisfactory academic progress for financial aid.
      ******************************************************************
           SELECT  SapStatusFile ASSIGN TO "sapstatus.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SS-StuID
                   FILE STATUS IS WS-Sap-Status.
