      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * The email bounce-back load. Each message the mail server
      * returned undelivered in bounces.dat moves that student's
      * delivery preference back to paper, stamps the bounce date on the
      * profile row and queues a notice by post. A bounce for an address
      * no longer on file is rejected to error.log.
      * 2026-10-15  Each bounce is applied under the student's lock; a
      *             student in use at the desk is rejected to error.log
      *             for a rerun.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-email-bounce.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the mail server's return file: one record per message that
      *> came back undelivered, carrying the StuID from the message
      *> header the letters, statement and tax runs wrote
           SELECT  BounceFile ASSIGN TO "bounces.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Bounce-Status.
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY NOTICE-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.
       COPY LOCK-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  BounceFile.
       01  BounceRecord.
           02  BNC-StuID               PIC 9(5).
           02  BNC-Address             PIC X(50).
           02  BNC-Bounce-Date         PIC 9(8).
           02  BNC-Reason              PIC X(17).

       FD  StudentsFile.
       COPY STUDENT.

       COPY NOTICE-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.
       COPY LOCK-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY NOTICE-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY LOCK-WS.
       01  WS-Bounce-Status            PIC XX      VALUE SPACES.
           88  FS-Bounce-OK                        VALUE "00".
           88  FS-Bounce-File-Missing              VALUE "35".
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfBounces                        VALUE "Y".
       01  WS-Profile-Found-SW         PIC X       VALUE "N".
           88  Profile-On-File                     VALUE "Y".
       01  WS-Flipped-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Already-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====EMAIL BOUNCE-BACK LOAD====".
      *>   this program runs once per CALL from the batch driver -
      *>   reset the EOF switch and counts so a rerun starts clean.
      *>   A rerun over the same return file is harmless: a student
      *>   already flipped for that bounce is counted and skipped.
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Flipped-Count.
            MOVE ZERO TO WS-Already-Count.
            MOVE ZERO TO WS-Rejected-Count.
            OPEN INPUT BounceFile.
            IF FS-Bounce-File-Missing
                DISPLAY "  no bounces.dat from the mail server - "
                        "nothing to load."
                GOBACK
            END-IF.
            IF NOT FS-Bounce-OK
                DISPLAY "  *** unable to open bounces.dat, status "
                        WS-Bounce-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O StudentsFile.
            IF NOT FS-OK
                PERFORM CHECK-FILE-STATUS
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
                CLOSE BounceFile
                GOBACK
            END-IF.
            PERFORM OPEN-STUDENT-LOCKS.
            PERFORM READ-BOUNCES-LOOP UNTIL EndOfBounces.
            CLOSE StudentsFile.
            CLOSE BounceFile.
            IF Locks-Are-Open
                CLOSE LocksFile
            END-IF.
            DISPLAY "  " WS-Flipped-Count " student(s) moved back to "
                    "paper, notice queued.".
            DISPLAY "  " WS-Already-Count " bounce(s) already loaded "
                    "on an earlier run.".
            DISPLAY "  " WS-Rejected-Count " bounce(s) rejected, "
                    "see error.log.".
            IF WS-Rejected-Count > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       READ-BOUNCES-LOOP.
           READ BounceFile
               AT END
                   SET EndOfBounces TO TRUE
               NOT AT END
                   PERFORM LOAD-ONE-BOUNCE
           END-READ.

       LOAD-ONE-BOUNCE.
      *>   the profile is read and rewritten under the student's lock,
      *>   so a change keyed at the desk meanwhile is not overwritten
           MOVE BNC-StuID TO WS-Lock-StuID.
           PERFORM ACQUIRE-STUDENT-LOCK.
           IF NOT Lock-Granted
               ADD 1 TO WS-Rejected-Count
               MOVE "BNC-StuID"     TO WS-ErrLog-Field
               MOVE "9049"          TO WS-ErrLog-Reason-Code
               STRING "bounce for StuID " BNC-StuID
                      " - record in use"
                   DELIMITED BY SIZE INTO WS-ErrLog-Text
               END-STRING
               PERFORM LOG-REJECTED-BOUNCE
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLY-ONE-BOUNCE.
           PERFORM RELEASE-STUDENT-LOCK.

       APPLY-ONE-BOUNCE.
           PERFORM READ-PROFILE-ROW.
           IF NOT Profile-On-File
               ADD 1 TO WS-Rejected-Count
               MOVE "BNC-StuID"     TO WS-ErrLog-Field
               MOVE "9040"          TO WS-ErrLog-Reason-Code
               STRING "bounce for StuID " BNC-StuID
                      " - no email on file"
                   DELIMITED BY SIZE INTO WS-ErrLog-Text
               END-STRING
               PERFORM LOG-REJECTED-BOUNCE
               EXIT PARAGRAPH
           END-IF.
      *>   the student may have given a new address since the bad one
      *>   was mailed - a bounce of an address no longer on file says
      *>   nothing about the current one
           IF BNC-Address NOT = WS-PF-Email
               ADD 1 TO WS-Rejected-Count
               MOVE "BNC-Address"   TO WS-ErrLog-Field
               MOVE "9041"          TO WS-ErrLog-Reason-Code
               STRING "StuID " BNC-StuID
                      " bounced address no longer on file"
                   DELIMITED BY SIZE INTO WS-ErrLog-Text
               END-STRING
               PERFORM LOG-REJECTED-BOUNCE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PF-Deliver-Paper
              AND WS-PF-Email-Bounce-Date NOT < BNC-Bounce-Date
               ADD 1 TO WS-Already-Count
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student      TO WS-Audit-Before.
           MOVE "P"             TO WS-PF-Delivery-Pref.
           MOVE BNC-Bounce-Date TO WS-PF-Email-Bounce-Date.
           REWRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to move StuID " BNC-StuID
                           " back to paper, status "
                           WS-File-Status " ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-Flipped-Count.
           MOVE BNC-StuID  TO WS-Audit-StuID.
           MOVE "DELIVR"   TO WS-Audit-Action.
           MOVE WS-Student TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.
      *>   the notice itself goes out on paper - the student is on
      *>   paper again by the time the letters run reaches it
           MOVE BNC-StuID       TO WS-Notice-StuID.
           MOVE "EMLB"          TO WS-Notice-Code.
           MOVE BNC-Bounce-Date TO WS-Notice-Subst-1.
           MOVE SPACES          TO WS-Notice-Subst-2.
           PERFORM QUEUE-NOTICE.

       READ-PROFILE-ROW.
           MOVE "N" TO WS-Profile-Found-SW.
           SET SF-Profile-Record TO TRUE.
           MOVE BNC-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-PF-Email NOT = SPACES
                       SET Profile-On-File TO TRUE
                   END-IF
           END-READ.

       LOG-REJECTED-BOUNCE.
           MOVE "MD-BASICS-EMAIL-BNC" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.
           MOVE SPACES TO WS-ErrLog-Text.

       COPY NOTICE-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY LOCK-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-email-bounce.
