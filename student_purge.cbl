      * Date:   2026-08-23
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  The profile "P" row travels to history with the
      *             student too.
      * 2026-10-15  Immunization "I" rows travel to history with the
      *             student too.
      * 2026-09-01  Transfer-credit "X" rows travel to history with
      *             the student too - a purged transfer student no
      *             longer leaves orphaned rows on students.dat.
                   FILE STATUS IS WS-History-Status.
       COPY ACCOUNT-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.

       COPY ACCOUNT-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY ACCOUNT-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-History-Status           PIC XX      VALUE SPACES.
           IF NOT Purge-Aborted
               PERFORM MOVE-TRANSFER-ROWS
           END-IF.
           IF NOT Purge-Aborted
               PERFORM MOVE-IMMUNIZATION-ROWS
           END-IF.
           IF NOT Purge-Aborted
               PERFORM MOVE-PROFILE-ROW
           END-IF.
           IF NOT Purge-Aborted
               PERFORM MOVE-MASTER-ROW
           END-IF.
               END-IF
           END-PERFORM.

       MOVE-IMMUNIZATION-ROWS.
      *>   the health office's "I" rows go to history with the rest
      *>   of the student, the same one-at-a-time way
           MOVE "Y" TO WS-Row-Found-SW.
           PERFORM UNTIL NOT Purge-Row-Found OR Purge-Aborted
               MOVE "N" TO WS-Row-Found-SW
               SET SF-Immunization-Record TO TRUE
               MOVE WS-Purge-StuID TO StuID
               MOVE ZERO TO SF-Key-Seq
               START StudentsFile KEY IS NOT LESS THAN SF-Key
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-OK
                   READ StudentsFile NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SF-Immunization-Record
                              AND StuID = WS-Purge-StuID
                               SET Purge-Row-Found TO TRUE
                               PERFORM MOVE-ONE-ROW
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       MOVE-PROFILE-ROW.
      *>   the one "P" row, privacy block and all, goes to history
      *>   with the student - a purged student's block must not be
      *>   left behind for a reused StuID to inherit
           MOVE "N" TO WS-Row-Found-SW.
           SET SF-Profile-Record TO TRUE.
           MOVE WS-Purge-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-OK
               READ StudentsFile NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SF-Profile-Record
                          AND StuID = WS-Purge-StuID
                           SET Purge-Row-Found TO TRUE
                           PERFORM MOVE-ONE-ROW
                       END-IF
               END-READ
           END-IF.

       MOVE-MASTER-ROW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Purge-StuID TO StuID.

       COPY TRAILER-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-student-purge.
