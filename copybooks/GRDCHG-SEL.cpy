      ******************************************************************
      * Shared grade-change log file SELECT. COPY into FILE-CONTROL
      * of any program that changes a posted grade or reports on the
      * changes made - audit.log holds the row images, this log holds
      * why, on whose authority, and what it did to the GPA.
      ******************************************************************
           SELECT  GradeChgFile ASSIGN TO "gradechg.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GradeChg-Status.
