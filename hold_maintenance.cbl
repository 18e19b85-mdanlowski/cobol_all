      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Placing and releasing go through the shared
      *             HOLDMNT-PROC routines, the same ones the batch
      *             jobs use to place holds automatically.
      * 2026-10-15  The SAP academic-progress hold can be placed and
      *             released by hand like the other codes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-hold-maint.
       COPY HOLD-SEL.
       COPY NOTICE-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY HOLD-FD.
       COPY NOTICE-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY HOLD-CODES.
       COPY NOTICE-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  Student-On-File                     VALUE "Y".
       01  WS-Scan-Done2-SW            PIC X       VALUE "N".
           88  Scan2-Done                          VALUE "Y".
       01  WS-Release-Seq              PIC 999     VALUE ZERO.
       01  WS-List-Count               PIC 999     VALUE ZERO.
       01  WS-Hold-EOF-SW              PIC X       VALUE "N".
           88  EndOfHolds                          VALUE "Y".
       01  WS-Active-Count             PIC 9(5)    VALUE ZERO.
      *>   switch so a second session doesn't exit immediately
            MOVE 0   TO RETURN-CODE.
            MOVE "Y" TO WS-More-Transactions.
            OPEN I-O HoldsFile.
            IF FS-Hold-File-Missing
                OPEN OUTPUT HoldsFile
                       " has no master record on file ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hold code (DIS/FIN/IMM/LIB/SAP): "
               WITH NO ADVANCING.
           ACCEPT WS-Hold-Code-In.
           PERFORM VALIDATE-HOLD-CODE.
               DISPLAY "  *** unknown hold code ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Hold-StuID   TO WS-Hold-Maint-StuID.
           MOVE WS-Hold-Code-In TO WS-Hold-Maint-Code.
           PERFORM PLACE-STUDENT-HOLD.
           IF Hold-Maint-Ok
               DISPLAY "  " WS-Hold-Code-In " hold placed on "
                       "StuID " WS-Hold-StuID "."
           END-IF.

       VALIDATE-HOLD-CODE.
           MOVE "N" TO WS-Code-Valid-SW.
                   SET Hold-Code-Valid TO TRUE
           END-SEARCH.

       RELEASE-HOLD.
           DISPLAY "StuID: " WITH NO ADVANCING.
           ACCEPT WS-Hold-StuID.
                       "released."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Hold-StuID  TO WS-Hold-Maint-StuID.
           MOVE WS-Release-Seq TO WS-Hold-Maint-Seq.
           PERFORM RELEASE-STUDENT-HOLD.
           IF Hold-Maint-Ok
               DISPLAY "  hold released."
           END-IF.

       LIST-STUDENT-HOLDS.
           IF WS-Hold-StuID = ZERO
                   SET Student-On-File TO TRUE
           END-READ.

       COPY HOLDMNT-PROC.
       COPY NOTICE-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-hold-maint.
