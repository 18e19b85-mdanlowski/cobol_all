      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  New awards start with no return of funds recorded;
      *             the award list shows any amount returned.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-aid-maint.
                   FILE STATUS IS WS-File-Status.
       COPY AWARD-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.

       COPY AWARD-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY AWARD-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Transactions        PIC X       VALUE "Y".
       01  WS-List-Count               PIC 999     VALUE ZERO.
       01  WS-Awarded-Edited           PIC $$$$,$$9.99.
       01  WS-Disbursed-Edited         PIC $$$$,$$9.99.
       01  WS-Returned-Edited          PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   ACCEPT AW-Awarded
                   MOVE ZERO TO AW-Disbursed
                   MOVE "P"  TO AW-Status
                   MOVE ZERO TO AW-Returned-Amount
                   MOVE "N"  TO AW-Return-SW
                   WRITE AwardRecord
                       INVALID KEY
                           DISPLAY "  *** unable to add the award, "
                                   "  " WS-Awarded-Edited
                                   "  disbursed " WS-Disbursed-Edited
                                   "  " AW-Status
                           IF AW-Funds-Returned
                               MOVE AW-Returned-Amount
                                   TO WS-Returned-Edited
                               DISPLAY "        returned to fund "
                                       WS-Returned-Edited
                           END-IF
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
           END-READ.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-aid-maint.
