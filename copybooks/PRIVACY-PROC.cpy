      ******************************************************************
      * Shared directory-privacy paragraphs for a program that looks
      * at one student at a time. COPY into the PROCEDURE DIVISION of
      * any program that reveals a student and also COPYs STUDENT,
      * PRIVACY-WS and DISCLOG-WS, with StudentsFile open DYNAMIC or
      * RANDOM. A block set in md-basics-student-maint takes effect
      * on its effective date; until then, and for a student with no
      * "P" row at all, the student's directory information is public.
      *
      * CHECK-PRIVACY-BLOCK reads the "P" row by key into the FD
      * buffer, not WS-Student, so a record the caller already holds
      * is safe. OVERRIDE-PRIVACY-BLOCK asks the operator to confirm a
      * disclosure and give a reason; a confirmed override leaves the
      * reason in WS-Disc-Reason for the caller's own
      * DISCLOSURE-LOG-WRITE. A program passing over the whole file
      * uses PRIVSCAN-PROC instead.
      ******************************************************************
       CHECK-PRIVACY-BLOCK.
           MOVE "N" TO WS-Privacy-Block-SW.
           ACCEPT WS-Privacy-Today FROM DATE YYYYMMDD.
           SET SF-Profile-Record TO TRUE.
           MOVE WS-Privacy-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PF-Directory-Blocked
                      AND PF-Privacy-Eff-Date NOT > WS-Privacy-Today
                       SET Privacy-Blocked TO TRUE
                   END-IF
           END-READ.

       OVERRIDE-PRIVACY-BLOCK.
           MOVE "N"    TO WS-Privacy-Override-SW.
           MOVE SPACES TO WS-Privacy-Reason.
           DISPLAY "  Student has a directory privacy block - "
                   "disclose anyway (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Privacy-Answer.
           IF NOT Privacy-Answer-Yes
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  Reason for disclosure: " WITH NO ADVANCING.
           ACCEPT WS-Privacy-Reason.
           IF WS-Privacy-Reason = SPACES
               DISPLAY "  *** a reason is required to override the "
                       "block - not disclosed ***"
               EXIT PARAGRAPH
           END-IF.
           SET Privacy-Overridden TO TRUE.
           MOVE WS-Privacy-Reason TO WS-Disc-Reason.
