      ******************************************************************
      * Shared advisor-assignment record layout. COPY into FILE
      * SECTION as the FD for AdvisorFile, paired with ADVISOR-SEL
      * and ADVISOR-WS. One record per advised student naming the
      * faculty advisor (an IN-ID on the instructor master), and who
      * made the assignment and when.
      ******************************************************************
       FD  AdvisorFile.
       01  AdvisorRecord.
           02  AV-StuID                PIC 9(5).
           02  AV-Advisor-ID           PIC X(5).
           02  AV-Assigned-Date        PIC 9(8).
           02  AV-Assigned-By          PIC X(8).
           02  FILLER                  PIC X(10).
