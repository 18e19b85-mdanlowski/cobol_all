      * Date:   2026-08-23
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  A sheet for a student with a directory privacy block
      *             is printed only on an override with a reason, logged
      *             to disclose.log, and carries a CONFIDENTIAL line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-contact-sheet.
           SELECT  SheetFile ASSIGN TO "contacts.prt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Sheet-Status.
       COPY DISCLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SheetFile.
       01  SheetLine                   PIC X(80).

       COPY DISCLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY DISCLOG-WS.
       COPY PRIVACY-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Sheet-Status             PIC XX      VALUE SPACES.
                           " not found ***"
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.
           IF Student-On-File
               PERFORM CHECK-SHEET-PRIVACY
           END-IF.
           IF Student-On-File
               PERFORM WRITE-SHEET-HEADER
               PERFORM WRITE-CONTACT-LINES
           END-IF.
           DISPLAY "Print another sheet (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-More-Requests.

       CHECK-SHEET-PRIVACY.
      *>   the sheet leaves the office in someone else's hands - for a
      *>   student with a directory privacy block it is printed only
      *>   on an override, and the override and its reason go to the
      *>   disclosure log
           MOVE SPACES          TO WS-Disc-Reason.
           MOVE WS-Lookup-StuID TO WS-Privacy-StuID.
           PERFORM CHECK-PRIVACY-BLOCK.
           IF NOT Privacy-Blocked
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  *** CONFIDENTIAL - StuID " WS-Lookup-StuID
                   " has a directory privacy block ***".
           PERFORM OVERRIDE-PRIVACY-BLOCK.
           IF NOT Privacy-Overridden
               DISPLAY "  *** contact sheet NOT printed ***"
               MOVE "N" TO WS-Student-Found-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Lookup-StuID TO WS-Disc-StuID.
           MOVE "CONTACTS"      TO WS-Disc-Screen.
           PERFORM DISCLOSURE-LOG-WRITE.

       WRITE-SHEET-HEADER.
           MOVE SPACES TO SheetLine.
           WRITE SheetLine.
               DELIMITED BY SIZE INTO SheetLine
           END-STRING.
           WRITE SheetLine.
           IF Privacy-Blocked
               MOVE "*** CONFIDENTIAL - DIRECTORY PRIVACY BLOCK ***"
                   TO SheetLine
               WRITE SheetLine
           END-IF.
           MOVE "CONTACT NAME          RELATION    PHONE"
               TO SheetLine.
           WRITE SheetLine.
           DISPLAY "  " WS-Contact-Count " contact(s) printed for "
                   "StuID " WS-Lookup-StuID.

       COPY DISCLOG-PROC.
       COPY PRIVACY-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-contact-sheet.
