      *             before a record is maintained and released after,
      *             so two screens - or a screen and the nightly run
      *             - stop landing on the same student at once.
      * 2026-10-15  A directory-information privacy block, with an
      *             effective date, is set and cleared here on the
      *             student's new "P" profile row; every change is
      *             audited (PRIVCY).
      * 2026-10-15  The student's email address and paper/email delivery
      *             preference are kept on the "P" profile row too,
      *             audited as DELIVR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-student-maint.
       01  WS-Delete-Contact-Seq       PIC 999     VALUE ZERO.
       01  WS-Programs-Open-SW         PIC X       VALUE "N".
           88  Programs-Are-Open                   VALUE "Y".
       01  WS-Privacy-Answer           PIC X       VALUE "N".
           88  Operator-Wants-Privacy              VALUE "Y".
       01  WS-Profile-Found-SW         PIC X       VALUE "N".
           88  Profile-On-File                     VALUE "Y".
       01  WS-Block-Answer             PIC X       VALUE SPACE.
           88  Block-Answer-On                     VALUE "Y", "y".
           88  Block-Answer-Off                    VALUE "N", "n".
       01  WS-Privacy-Eff-In           PIC 9(8)    VALUE ZERO.
       01  WS-Delivery-Answer          PIC X       VALUE "N".
           88  Operator-Wants-Delivery             VALUE "Y".
       01  WS-Email-In                 PIC X(50)   VALUE SPACES.
       01  WS-Email-At-Count           PIC 99      VALUE ZERO.
       01  WS-Pref-In                  PIC X       VALUE SPACE.
           88  Pref-In-Email                       VALUE "E", "e".
           88  Pref-In-Paper                       VALUE "P", "p".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.

       SCREEN SECTION.
      *>   the whole record on one screen, current values pre-filled;
                               WS-File-Status " ***"
                   END-IF
               NOT INVALID KEY
                   PERFORM CHOOSE-MAINTENANCE
           END-READ.
           PERFORM RELEASE-STUDENT-LOCK.
           DISPLAY "Maintain another record (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       CHOOSE-MAINTENANCE.
           DISPLAY "Maintain directory privacy block (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Privacy-Answer.
           IF Operator-Wants-Privacy
               PERFORM MAINTAIN-PRIVACY-BLOCK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Maintain email and delivery preference (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Delivery-Answer.
           IF Operator-Wants-Delivery
               PERFORM MAINTAIN-EMAIL-DELIVERY
               EXIT PARAGRAPH
           END-IF.
           PERFORM MAINTAIN-CONTACTS-OR-RECORD.

       MAINTAIN-CONTACTS-OR-RECORD.
           DISPLAY "Maintain emergency contacts (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Contact-Answer.
           IF Operator-Wants-Contacts
               PERFORM MAINTAIN-CONTACTS
           ELSE
               DISPLAY "Delete this student (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-Field-Answer
               IF Operator-Wants-Change
                   PERFORM DELETE-STUDENT-RECORD
               ELSE
                   PERFORM CORRECT-STUDENT-RECORD
               END-IF
           END-IF.

       MAINTAIN-PRIVACY-BLOCK.
      *>   the block lives on the student's one "P" row, written the
      *>   first time it is set - a student with no row has never been
      *>   blocked. Every change is audited with both images, the
      *>   same as a master correction
           ACCEPT WS-Today FROM DATE YYYYMMDD.
           PERFORM READ-PROFILE-ROW.
           IF WS-PF-Directory-Blocked
               DISPLAY "  directory privacy block is ON, effective "
                       WS-PF-Privacy-Eff-Date ", set by "
                       WS-PF-Privacy-Set-By
           ELSE
               DISPLAY "  directory privacy block is OFF"
           END-IF.
           DISPLAY "Block directory information (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Block-Answer.
           IF NOT Block-Answer-On AND NOT Block-Answer-Off
               DISPLAY "  *** answer Y or N - block not changed ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Effective date (YYYYMMDD, 0 for today): "
               WITH NO ADVANCING.
           ACCEPT WS-Privacy-Eff-In.
           IF WS-Privacy-Eff-In = ZERO
               MOVE WS-Today TO WS-Privacy-Eff-In
           END-IF.
           MOVE WS-Privacy-Eff-In TO WS-DOB-Parts.
           IF WS-DOB-Yr < 1900 OR WS-DOB-Yr > 2099
              OR WS-DOB-Mon < 1 OR WS-DOB-Mon > 12
              OR WS-DOB-Day < 1 OR WS-DOB-Day > 31
               DISPLAY "  *** effective date " WS-Privacy-Eff-In
                       " is not a valid date - block not changed ***"
               EXIT PARAGRAPH
           END-IF.
           IF Block-Answer-On
               MOVE "Y" TO WS-PF-Privacy-Block
           ELSE
               MOVE "N" TO WS-PF-Privacy-Block
           END-IF.
           MOVE WS-Privacy-Eff-In TO WS-PF-Privacy-Eff-Date.
           MOVE WS-Operator-ID    TO WS-PF-Privacy-Set-By.
           MOVE "PRIVCY"          TO WS-Audit-Action.
           PERFORM SAVE-PROFILE-ROW.

       MAINTAIN-EMAIL-DELIVERY.
      *>   the address and the paper/email choice share the "P" row
      *>   with the privacy block. A new address clears any old
      *>   bounce, and email needs an address to go to
           PERFORM READ-PROFILE-ROW.
           IF WS-PF-Email = SPACES
               DISPLAY "  email address: (none on file)"
           ELSE
               DISPLAY "  email address: " WS-PF-Email
           END-IF.
           IF WS-PF-Deliver-Email
               DISPLAY "  delivery: EMAIL"
           ELSE
               DISPLAY "  delivery: PAPER"
           END-IF.
           IF WS-PF-Email-Bounce-Date > ZERO
               DISPLAY "  *** email bounced " WS-PF-Email-Bounce-Date
                       " - student moved back to paper ***"
           END-IF.
           DISPLAY "New email address (blank keeps current): "
               WITH NO ADVANCING.
           ACCEPT WS-Email-In.
           IF WS-Email-In NOT = SPACES
               MOVE ZERO TO WS-Email-At-Count
               INSPECT WS-Email-In TALLYING WS-Email-At-Count
                   FOR ALL "@"
               IF WS-Email-At-Count NOT = 1
                  OR WS-Email-In(1:1) = "@"
                   DISPLAY "  *** " WS-Email-In
                   DISPLAY "  *** is not a valid email address - "
                           "nothing changed ***"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Email-In TO WS-PF-Email
               MOVE ZERO        TO WS-PF-Email-Bounce-Date
           END-IF.
           DISPLAY "Deliver by (E)mail or (P)aper: "
               WITH NO ADVANCING.
           ACCEPT WS-Pref-In.
           EVALUATE TRUE
               WHEN Pref-In-Email
                   IF WS-PF-Email = SPACES
                       DISPLAY "  *** email delivery needs an email "
                               "address - nothing changed ***"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "E" TO WS-PF-Delivery-Pref
               WHEN Pref-In-Paper
                   MOVE "P" TO WS-PF-Delivery-Pref
               WHEN OTHER
                   DISPLAY "  *** answer E or P - nothing changed ***"
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "DELIVR" TO WS-Audit-Action.
           PERFORM SAVE-PROFILE-ROW.

       READ-PROFILE-ROW.
      *>   leaves the student's "P" row in WS-Student and its before
      *>   image in WS-Audit-Before - or, for a student who has none
      *>   yet, a fresh row with every setting at its default
           MOVE "N" TO WS-Profile-Found-SW.
           SET SF-Profile-Record TO TRUE.
           MOVE WS-Lookup-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   MOVE SPACES          TO WS-Student
                   MOVE "P"             TO WS-PF-Record-Type
                   MOVE WS-Lookup-StuID TO WS-PF-StuID
                   MOVE ZERO            TO WS-PF-Seq
                   MOVE "N"             TO WS-PF-Privacy-Block
                   MOVE ZERO            TO WS-PF-Privacy-Eff-Date
                   MOVE "P"             TO WS-PF-Delivery-Pref
                   MOVE ZERO            TO WS-PF-Email-Bounce-Date
               NOT INVALID KEY
                   SET Profile-On-File TO TRUE
           END-READ.
           IF Profile-On-File
               MOVE WS-Student TO WS-Audit-Before
           ELSE
               MOVE SPACES     TO WS-Audit-Before
           END-IF.

       SAVE-PROFILE-ROW.
      *>   the caller has set WS-Audit-Action for the setting it
      *>   changed
           IF Profile-On-File
               REWRITE StudentDetailsBuffer FROM WS-Student
                   INVALID KEY
                       DISPLAY "  *** unable to update the profile "
                               "row, status " WS-File-Status " ***"
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE StudentDetailsBuffer FROM WS-Student
                   INVALID KEY
                       DISPLAY "  *** unable to write the profile "
                               "row, status " WS-File-Status " ***"
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           DISPLAY "  profile for StuID " WS-Lookup-StuID
                   " recorded.".
           MOVE WS-Lookup-StuID TO WS-Audit-StuID.
           MOVE WS-Student      TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.

       MAINTAIN-CONTACTS.
      *>   list the student's "C"-type rows, then offer an add and a
      *>   delete - the same audit trail as every other record change
