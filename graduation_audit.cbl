                   FILE STATUS IS WS-File-Status.
       COPY PROGRAM-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PROGRAM-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY PROGRAM-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY GRADE-SCALE.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
           END-READ.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-grad-audit.
