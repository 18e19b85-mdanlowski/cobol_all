      * Date:   2026-08-23
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  The duplicate's profile "P" row folds in too: re-
      *             keyed when the survivor has none, and a privacy
      *             block on either StuID is kept.
      * 2026-10-15  Immunization "I" rows fold into the survivor too, so
      *             a dose recorded under the duplicate still counts.
      * 2026-09-01  Both halves of the pair take the per-student
      *             soft lock (locks.dat) before the fold, so a
      *             daytime screen cannot rewrite either one while
                   FILE STATUS IS WS-File-Status.
       COPY LOCK-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.

       COPY LOCK-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY LOCK-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Merges              PIC X       VALUE "Y".
       01  WS-Next-Contact-Seq         PIC 999     VALUE ZERO.
       01  WS-Next-Xfer-Seq            PIC 999     VALUE ZERO.
       01  WS-Transfers-Moved          PIC 9(3)    VALUE ZERO.
       01  WS-Next-Imm-Seq             PIC 999     VALUE ZERO.
       01  WS-Imms-Moved               PIC 9(3)    VALUE ZERO.
       01  WS-Profile-Found-SW         PIC X       VALUE "N".
           88  Dup-Profile-Found                   VALUE "Y".
       01  WS-Rows-Moved               PIC 9(3)    VALUE ZERO.
       01  WS-Contacts-Moved           PIC 9(3)    VALUE ZERO.
       01  WS-Trailer-Count            PIC 9(5)    VALUE ZERO.
           MOVE ZERO TO WS-Rows-Moved.
           MOVE ZERO TO WS-Contacts-Moved.
           MOVE ZERO TO WS-Transfers-Moved.
           MOVE ZERO TO WS-Imms-Moved.
           MOVE "N"  TO WS-Merge-Abort-SW.
           PERFORM MOVE-DUP-CONTACTS.
           IF NOT Merge-Aborted
           IF NOT Merge-Aborted
               PERFORM MOVE-DUP-TRANSFERS
           END-IF.
           IF NOT Merge-Aborted
               PERFORM MOVE-DUP-IMMUNIZATIONS
           END-IF.
           IF NOT Merge-Aborted
               PERFORM MOVE-DUP-PROFILE
           END-IF.
           IF NOT Merge-Aborted
               PERFORM DELETE-DUP-MASTER
           END-IF.
           END-IF.
           DISPLAY "  " WS-Rows-Moved " enrollment row(s), "
                   WS-Contacts-Moved " contact row(s) and "
                   WS-Transfers-Moved " transfer row(s) and "
                   WS-Imms-Moved " immunization row(s) moved to "
                   "StuID " WS-Survivor-StuID ".".
           IF Dup-Profile-Found AND NOT Merge-Aborted
               DISPLAY "  the duplicate's profile row (privacy block) "
                       "was folded into StuID " WS-Survivor-StuID "."
           END-IF.
           DISPLAY "  (account ledger and waitlist entries, if any, "
                   "are settled by the bursar separately)".

           ADD 1 TO WS-Next-Xfer-Seq.
           MOVE WS-Audit-Before TO WS-Student.

       MOVE-DUP-IMMUNIZATIONS.
      *>   the duplicate's immunization "I" rows travel the same
      *>   one-row-at-a-time way - a dose recorded under either
      *>   StuID still counts for the survivor
           MOVE "Y" TO WS-Row-Found-SW.
           PERFORM UNTIL NOT Merge-Row-Found OR Merge-Aborted
               MOVE "N" TO WS-Row-Found-SW
               SET SF-Immunization-Record TO TRUE
               MOVE WS-Dup-StuID TO StuID
               MOVE ZERO TO SF-Key-Seq
               START StudentsFile KEY IS NOT LESS THAN SF-Key
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-OK
                   READ StudentsFile NEXT RECORD INTO WS-Student
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-Immunization-Record
                              AND WS-Student-id = WS-Dup-StuID
                               SET Merge-Row-Found TO TRUE
                               PERFORM MOVE-ONE-IMMUNIZATION
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       MOVE-ONE-IMMUNIZATION.
           MOVE WS-Student TO WS-Audit-Before.
           DELETE StudentsFile
               INVALID KEY
                   DISPLAY "  *** unable to remove immunization "
                           WS-IM-Seq " from StuID " WS-Dup-StuID
                           ", status " WS-File-Status " ***"
                   SET Merge-Aborted TO TRUE
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE WS-Dup-StuID TO WS-Audit-StuID.
           MOVE "DELETE"     TO WS-Audit-Action.
           MOVE SPACES       TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.
           PERFORM FIND-SURVIVOR-IMM-SEQ.
           MOVE WS-Survivor-StuID TO WS-IM-StuID.
           MOVE WS-Next-Imm-Seq   TO WS-IM-Seq.
           WRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to re-key immunization "
                           "under StuID " WS-Survivor-StuID
                           ", status " WS-File-Status " ***"
                   SET Merge-Aborted TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-Imms-Moved
                   MOVE WS-Survivor-StuID TO WS-Audit-StuID
                   MOVE "ADD"             TO WS-Audit-Action
                   MOVE SPACES            TO WS-Audit-Before
                   MOVE WS-Student        TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       MOVE-DUP-PROFILE.
      *>   there is only ever one "P" row per student, so the
      *>   duplicate's is re-keyed when the survivor has none;
      *>   otherwise the survivor's row stands, except that a privacy
      *>   block the duplicate carried is kept - a block asked for
      *>   under either StuID still binds the one student
           MOVE "N" TO WS-Profile-Found-SW.
           SET SF-Profile-Record TO TRUE.
           MOVE WS-Dup-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Dup-Profile-Found TO TRUE
           END-READ.
           IF NOT Dup-Profile-Found
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student TO WS-Audit-Before.
           DELETE StudentsFile
               INVALID KEY
                   DISPLAY "  *** unable to remove the profile row "
                           "from StuID " WS-Dup-StuID ", status "
                           WS-File-Status " ***"
                   SET Merge-Aborted TO TRUE
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE WS-Dup-StuID TO WS-Audit-StuID.
           MOVE "DELETE"     TO WS-Audit-Action.
           MOVE SPACES       TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.
           SET SF-Profile-Record TO TRUE.
           MOVE WS-Survivor-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile
               INVALID KEY
                   PERFORM REKEY-DUP-PROFILE
               NOT INVALID KEY
                   IF WS-PF-Directory-Blocked
                      AND NOT PF-Directory-Blocked
                       PERFORM CARRY-DUP-PRIVACY-BLOCK
                   END-IF
           END-READ.

       REKEY-DUP-PROFILE.
           MOVE WS-Survivor-StuID TO WS-PF-StuID.
           WRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to re-key the profile row "
                           "under StuID " WS-Survivor-StuID
                           ", status " WS-File-Status " ***"
                   SET Merge-Aborted TO TRUE
               NOT INVALID KEY
                   MOVE WS-Survivor-StuID TO WS-Audit-StuID
                   MOVE "ADD"             TO WS-Audit-Action
                   MOVE SPACES            TO WS-Audit-Before
                   MOVE WS-Student        TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       CARRY-DUP-PRIVACY-BLOCK.
           MOVE StudentDetailsBuffer   TO WS-Audit-Before.
           MOVE WS-PF-Privacy-Block    TO PF-Privacy-Block.
           MOVE WS-PF-Privacy-Eff-Date TO PF-Privacy-Eff-Date.
           MOVE WS-PF-Privacy-Set-By   TO PF-Privacy-Set-By.
           REWRITE StudentDetailsBuffer
               INVALID KEY
                   DISPLAY "  *** unable to carry the privacy block "
                           "to StuID " WS-Survivor-StuID
                           ", status " WS-File-Status " ***"
                   SET Merge-Aborted TO TRUE
               NOT INVALID KEY
                   MOVE WS-Survivor-StuID    TO WS-Audit-StuID
                   MOVE "PRIVCY"             TO WS-Audit-Action
                   MOVE StudentDetailsBuffer TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       FIND-SURVIVOR-IMM-SEQ.
      *>   same highest-sequence scan as the transfers, over the
      *>   survivor's "I" rows
           MOVE ZERO TO WS-Next-Imm-Seq.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Immunization-Record TO TRUE.
           MOVE WS-Survivor-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Scan-Done
               READ StudentsFile NEXT RECORD
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       IF SF-Immunization-Record
                          AND StuID = WS-Survivor-StuID
                           IF SF-Key-Seq > WS-Next-Imm-Seq
                               MOVE SF-Key-Seq
                                   TO WS-Next-Imm-Seq
                           END-IF
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-Next-Imm-Seq.
           MOVE WS-Audit-Before TO WS-Student.

       DELETE-DUP-MASTER.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Dup-StuID TO StuID.
       COPY LOCK-PROC.
       COPY TRAILER-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-student-merge.
