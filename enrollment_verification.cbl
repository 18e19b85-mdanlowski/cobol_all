      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  No certificate is issued or reprinted for a student
      *             with a directory privacy block unless the operator
      *             overrides it with a reason, which goes to the
      *             disclosure log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-enroll-verify.
                   FILE STATUS IS WS-Cert-Status.
       COPY DISCLOG-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.

       COPY DISCLOG-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY DISCLOG-WS.
       COPY PRIVACY-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-VerLog-Status            PIC XX      VALUE SPACES.
                       WS-Cert-StuID " in " WS-Cert-Term " ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CERT-PRIVACY.
           IF Privacy-Blocked AND NOT Privacy-Overridden
               DISPLAY "  *** certificate NOT issued ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASSIGN-NEXT-SERIAL.
           MOVE WS-Next-Serial   TO VC-Serial.
           MOVE WS-Cert-StuID    TO VC-StuID.
                       WS-Cert-Serial " is no longer on file ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CERT-PRIVACY.
           IF Privacy-Blocked AND NOT Privacy-Overridden
               DISPLAY "  *** certificate NOT reprinted ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student-name    TO WS-Head-Name.
           MOVE WS-Student-surname TO WS-Head-Surname.
           PERFORM TOTAL-TERM-LOAD.
                   SET Student-On-File TO TRUE
           END-READ.

       CHECK-CERT-PRIVACY.
      *>   a certificate goes to a third party, so a student with a
      *>   directory privacy block gets none unless the operator
      *>   overrides the block and gives a reason - the reason rides
      *>   on this certificate's disclosure-log entry
           MOVE SPACES        TO WS-Disc-Reason.
           MOVE "N"           TO WS-Privacy-Override-SW.
           MOVE WS-Cert-StuID TO WS-Privacy-StuID.
           PERFORM CHECK-PRIVACY-BLOCK.
           IF Privacy-Blocked
               DISPLAY "  *** CONFIDENTIAL - StuID " WS-Cert-StuID
                       " has a directory privacy block ***"
               PERFORM OVERRIDE-PRIVACY-BLOCK
           END-IF.

       COPY DISCLOG-PROC.
       COPY PRIVACY-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-enroll-verify.
