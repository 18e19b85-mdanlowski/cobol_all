      ******************************************************************
      * Shared course-fee master SELECT. COPY into FILE-CONTROL of
      * any program that keeps, bills or reports course and lab fees.
      ******************************************************************
           SELECT  CourseFeeFile ASSIGN TO "coursefee.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FM-Key
                   FILE STATUS IS WS-CrsFee-Status.
