       COPY ACCOUNT-SEL.
       COPY HOLD-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCOUNT-FD.
       COPY HOLD-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY HOLD-WS.
       COPY HOLD-CODES.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-TrnReq-Status            PIC XX      VALUE SPACES.
       COPY ACCOUNT-PROC.
       COPY HOLD-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-transcript-req.
