       COPY ACCOUNT-SEL.
       COPY PAYPLAN-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCOUNT-FD.
       COPY PAYPLAN-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY ACCOUNT-WS.
       COPY PAYPLAN-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY GRADE-SCALE.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
           END-REWRITE.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-readmit.
