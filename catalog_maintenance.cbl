       COPY INSTR-SEL.
       COPY ROOM-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY INSTR-FD.
       COPY ROOM-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY INSTR-WS.
       COPY ROOM-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           END-REWRITE.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-catalog-maint.
