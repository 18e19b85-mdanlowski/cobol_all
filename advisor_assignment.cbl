      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Faculty advisor assignment. A clerk assigns or changes one
      * student's advisor; the supervisor can assign every unadvised
      * student in a major to that major's least-loaded advisor in one
      * pass. An advisor releases an advisee to register for a term on
      * advrel.dat, which enrollment and the bulk registration load
      * check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-advisor-assign.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY INSTR-SEL.
       COPY TERM-SEL.
       COPY ADVISOR-SEL.
       COPY ADVREL-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY INSTR-FD.
       COPY TERM-FD.
       COPY ADVISOR-FD.
       COPY ADVREL-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY INSTR-WS.
       COPY TERM-WS.
       COPY ADVISOR-WS.
       COPY ADVREL-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.

       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Assign                       VALUE "A", "a".
           88  Action-Bulk                         VALUE "B", "b".
           88  Action-Release                      VALUE "R", "r".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Adv-StuID                PIC 9(5)    VALUE ZERO.
       01  WS-Adv-Advisor-ID           PIC X(5)    VALUE SPACES.
       01  WS-Adv-Term                 PIC X(6)    VALUE SPACES.
       01  WS-Adv-Major                PIC X(6)    VALUE SPACES.
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Advisor-Ok-SW            PIC X       VALUE "N".
           88  Advisor-Ok                          VALUE "Y".
       01  WS-Has-Advisor-SW           PIC X       VALUE "N".
           88  Student-Has-Advisor                 VALUE "Y".
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Confirm-Answer           PIC X       VALUE "N".
           88  Operator-Confirms                   VALUE "Y".

      *>   the advisors for one major and the advisees each already
      *>   has, so the bulk assignment can always hand the next
      *>   student to the least-loaded advisor
       01  WS-Pool-Count               PIC 99      VALUE ZERO.
       01  WS-Advisor-Pool.
           02  WS-Pool-Entry OCCURS 50 TIMES.
               03  POOL-Advisor-ID     PIC X(5).
               03  POOL-Advisee-Count  PIC 9(5).
               03  POOL-Added-Count    PIC 9(5).
       01  WS-Pool-Sub                 PIC 99      VALUE ZERO.
       01  WS-Low-Sub                  PIC 99      VALUE ZERO.
       01  WS-Pool-Full-SW             PIC X       VALUE "N".
           88  Advisor-Pool-Full                   VALUE "Y".
       01  WS-Bulk-Assigned            PIC 9(5)    VALUE ZERO.
       01  WS-Bulk-Already             PIC 9(5)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====ADVISOR ASSIGNMENT====".
      *>   this program runs once per CALL - reset the session switch
      *>   so a second session doesn't exit immediately
            MOVE 0   TO RETURN-CODE.
            MOVE "Y" TO WS-More-Transactions.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM OPEN-ADVISING-FILES.
            IF RETURN-CODE = 0
                PERFORM MAINTAIN-ONE-ADVISING
                    UNTIL NOT More-Transactions
            END-IF.
            PERFORM CLOSE-ADVISING-FILES.
            GOBACK.

       OPEN-ADVISING-FILES.
           MOVE "N" TO WS-Advisor-Open-SW.
           MOVE "N" TO WS-AdvRel-Open-SW.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT InstructorFile.
           IF NOT FS-Instr-OK
               DISPLAY "  *** unable to open instr.dat, status "
                       WS-Instr-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** unable to open terms.dat, status "
                       WS-Term-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *>   the first assignment or release ever made has no file to
      *>   go into yet - create it empty, then reopen I-O
           OPEN I-O AdvisorFile.
           IF FS-Advisor-File-Missing
               OPEN OUTPUT AdvisorFile
               CLOSE AdvisorFile
               OPEN I-O AdvisorFile
           END-IF.
           IF FS-Advisor-OK
               SET Advisors-Are-Open TO TRUE
           ELSE
               DISPLAY "  *** unable to open advisor.dat, status "
                       WS-Advisor-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O AdvReleaseFile.
           IF FS-AdvRel-File-Missing
               OPEN OUTPUT AdvReleaseFile
               CLOSE AdvReleaseFile
               OPEN I-O AdvReleaseFile
           END-IF.
           IF FS-AdvRel-OK
               SET Releases-Are-Open TO TRUE
           ELSE
               DISPLAY "  *** unable to open advrel.dat, status "
                       WS-AdvRel-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-ADVISING-FILES.
           CLOSE StudentsFile.
           CLOSE InstructorFile.
           CLOSE TermsFile.
           IF Advisors-Are-Open
               CLOSE AdvisorFile
           END-IF.
           IF Releases-Are-Open
               CLOSE AdvReleaseFile
           END-IF.

       MAINTAIN-ONE-ADVISING.
           DISPLAY "Action - (A)ssign advisor, (B)ulk assign by "
                   "major, (R)elease for a term: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           EVALUATE TRUE
               WHEN Action-Assign
                   PERFORM ASSIGN-ONE-ADVISOR
               WHEN Action-Bulk
                   PERFORM BULK-ASSIGN-BY-MAJOR
               WHEN Action-Release
                   PERFORM GRANT-ADVISING-RELEASE
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Another advising transaction (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

      ******************************************************************
      * One student at a time: a new assignment or a change of
      * advisor. The advisor must be an active instructor.
      ******************************************************************
       ASSIGN-ONE-ADVISOR.
           DISPLAY "StuID: " WITH NO ADVANCING.
           ACCEPT WS-Adv-StuID.
           PERFORM CHECK-STUDENT-ON-FILE.
           IF NOT Student-On-File
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CURRENT-ADVISOR.
           IF Student-Has-Advisor
               DISPLAY "  current advisor " AV-Advisor-ID
                       " assigned " AV-Assigned-Date
           ELSE
               DISPLAY "  no advisor assigned."
           END-IF.
           DISPLAY "Advisor (instructor ID): " WITH NO ADVANCING.
           ACCEPT WS-Adv-Advisor-ID.
           PERFORM VALIDATE-ADVISOR.
           IF NOT Advisor-Ok
               EXIT PARAGRAPH
           END-IF.
           IF Student-Has-Advisor
              AND AV-Advisor-ID = WS-Adv-Advisor-ID
               DISPLAY "  *** " WS-Adv-Advisor-ID " is already the "
                       "student's advisor ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-ADVISOR-ASSIGNMENT.

       CHECK-STUDENT-ON-FILE.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Adv-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   MOVE "N" TO WS-Student-Found-SW
                   DISPLAY "  *** StuID " WS-Adv-StuID
                           " has no master record on file ***"
               NOT INVALID KEY
                   MOVE "Y" TO WS-Student-Found-SW
           END-READ.

       READ-CURRENT-ADVISOR.
           MOVE "N" TO WS-Has-Advisor-SW.
           MOVE WS-Adv-StuID TO AV-StuID.
           READ AdvisorFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-Has-Advisor TO TRUE
           END-READ.

       VALIDATE-ADVISOR.
           MOVE "N" TO WS-Advisor-Ok-SW.
           MOVE WS-Adv-Advisor-ID TO IN-ID.
           READ InstructorFile
               INVALID KEY
                   DISPLAY "  *** instructor " WS-Adv-Advisor-ID
                           " is not on the instructor master ***"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT IN-Active-Instructor
               DISPLAY "  *** instructor " WS-Adv-Advisor-ID
                       " is not active ***"
               EXIT PARAGRAPH
           END-IF.
           SET Advisor-Ok TO TRUE.

      *>   AdvisorRecord holds the current assignment when
      *>   Student-Has-Advisor is set - it is the before image
       WRITE-ADVISOR-ASSIGNMENT.
           IF Student-Has-Advisor
               MOVE AdvisorRecord TO WS-Audit-Before
           ELSE
               MOVE SPACES TO WS-Audit-Before
               MOVE SPACES TO AdvisorRecord
               MOVE WS-Adv-StuID TO AV-StuID
           END-IF.
           MOVE WS-Adv-Advisor-ID TO AV-Advisor-ID.
           MOVE WS-Today          TO AV-Assigned-Date.
           MOVE WS-Operator-ID    TO AV-Assigned-By.
           IF Student-Has-Advisor
               REWRITE AdvisorRecord
                   INVALID KEY
                       DISPLAY "  *** unable to change the advisor "
                               "for StuID " AV-StuID ", status "
                               WS-Advisor-Status " ***"
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE AdvisorRecord
                   INVALID KEY
                       DISPLAY "  *** unable to assign an advisor "
                               "to StuID " AV-StuID ", status "
                               WS-Advisor-Status " ***"
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           DISPLAY "  StuID " AV-StuID " assigned to advisor "
                   AV-Advisor-ID ".".
           MOVE AV-StuID      TO WS-Audit-StuID.
           MOVE "ADVASN"      TO WS-Audit-Action.
           MOVE AdvisorRecord TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.

      ******************************************************************
      * Bulk assignment: every active student in the major who has no
      * advisor yet goes to whichever of the major's advisors has the
      * fewest advisees at that moment, so the loads come out even.
      * Students already assigned are left where they are.
      ******************************************************************
       BULK-ASSIGN-BY-MAJOR.
           IF NOT Role-Supervisor
               DISPLAY "  *** the bulk assignment is restricted to "
                       "the supervisor role ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Major: " WITH NO ADVANCING.
           ACCEPT WS-Adv-Major.
           PERFORM LOAD-ADVISOR-POOL.
           IF Advisor-Pool-Full
               DISPLAY "  *** more than 50 advisors carry major "
                       WS-Adv-Major " - the rest are left out ***"
           END-IF.
           IF WS-Pool-Count = ZERO
               DISPLAY "  *** no active instructor advises major "
                       WS-Adv-Major " - set one up in instructor "
                       "maintenance ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-POOL-ADVISEES
               VARYING WS-Pool-Sub FROM 1 BY 1
               UNTIL WS-Pool-Sub > WS-Pool-Count.
           DISPLAY "  " WS-Pool-Count " advisor(s) for major "
                   WS-Adv-Major ".".
           DISPLAY "Assign the major's unadvised students (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm-Answer.
           IF NOT Operator-Confirms
               DISPLAY "  bulk assignment not run."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-Bulk-Assigned.
           MOVE ZERO TO WS-Bulk-Already.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Master-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM BULK-ONE-STUDENT UNTIL Scan-Done.
           DISPLAY "  " WS-Bulk-Assigned " student(s) assigned, "
                   WS-Bulk-Already " already had an advisor.".
           PERFORM SHOW-POOL-LOAD
               VARYING WS-Pool-Sub FROM 1 BY 1
               UNTIL WS-Pool-Sub > WS-Pool-Count.

       LOAD-ADVISOR-POOL.
           MOVE ZERO TO WS-Pool-Count.
           MOVE "N"  TO WS-Pool-Full-SW.
           MOVE "N"  TO WS-Scan-Done-SW.
           MOVE LOW-VALUES TO IN-ID.
           START InstructorFile KEY IS NOT LESS THAN IN-ID
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM LOAD-ONE-POOL-ADVISOR UNTIL Scan-Done.

       LOAD-ONE-POOL-ADVISOR.
           READ InstructorFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF IN-Active-Instructor
                      AND IN-Advising-Major = WS-Adv-Major
                       IF WS-Pool-Count = 50
                           SET Advisor-Pool-Full TO TRUE
                       ELSE
                           ADD 1 TO WS-Pool-Count
                           MOVE IN-ID
                               TO POOL-Advisor-ID(WS-Pool-Count)
                           MOVE ZERO
                               TO POOL-Advisee-Count(WS-Pool-Count)
                           MOVE ZERO
                               TO POOL-Added-Count(WS-Pool-Count)
                       END-IF
                   END-IF
           END-READ.

      *>   the alternate key brings one advisor's advisees together
       COUNT-POOL-ADVISEES.
           MOVE "N" TO WS-Scan-Done-SW.
           MOVE POOL-Advisor-ID(WS-Pool-Sub) TO AV-Advisor-ID.
           START AdvisorFile KEY IS EQUAL TO AV-Advisor-ID
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM COUNT-ONE-ADVISEE UNTIL Scan-Done.

       COUNT-ONE-ADVISEE.
           READ AdvisorFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF AV-Advisor-ID = POOL-Advisor-ID(WS-Pool-Sub)
                       ADD 1 TO POOL-Advisee-Count(WS-Pool-Sub)
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       BULK-ONE-STUDENT.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF NOT WS-Master-Record
                       SET Scan-Done TO TRUE
                   ELSE
                       IF WS-Student-major = WS-Adv-Major
                          AND WS-ACTIVE-STUDENT
                           PERFORM BULK-ASSIGN-STUDENT
                       END-IF
                   END-IF
           END-READ.

       BULK-ASSIGN-STUDENT.
           MOVE WS-Student-id TO WS-Adv-StuID.
           PERFORM READ-CURRENT-ADVISOR.
           IF Student-Has-Advisor
               ADD 1 TO WS-Bulk-Already
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-Low-Sub.
           PERFORM FIND-LOWEST-LOAD
               VARYING WS-Pool-Sub FROM 2 BY 1
               UNTIL WS-Pool-Sub > WS-Pool-Count.
           MOVE POOL-Advisor-ID(WS-Low-Sub) TO WS-Adv-Advisor-ID.
           MOVE SPACES TO AdvisorRecord.
           MOVE WS-Adv-StuID      TO AV-StuID.
           MOVE WS-Adv-Advisor-ID TO AV-Advisor-ID.
           MOVE WS-Today          TO AV-Assigned-Date.
           MOVE WS-Operator-ID    TO AV-Assigned-By.
           WRITE AdvisorRecord
               INVALID KEY
                   DISPLAY "  *** unable to assign an advisor to "
                           "StuID " AV-StuID ", status "
                           WS-Advisor-Status " ***"
               NOT INVALID KEY
                   ADD 1 TO WS-Bulk-Assigned
                   ADD 1 TO POOL-Advisee-Count(WS-Low-Sub)
                   ADD 1 TO POOL-Added-Count(WS-Low-Sub)
                   MOVE AV-StuID      TO WS-Audit-StuID
                   MOVE "ADVASN"      TO WS-Audit-Action
                   MOVE SPACES        TO WS-Audit-Before
                   MOVE AdvisorRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       FIND-LOWEST-LOAD.
           IF POOL-Advisee-Count(WS-Pool-Sub) <
              POOL-Advisee-Count(WS-Low-Sub)
               MOVE WS-Pool-Sub TO WS-Low-Sub
           END-IF.

       SHOW-POOL-LOAD.
           DISPLAY "    advisor " POOL-Advisor-ID(WS-Pool-Sub)
                   "  advisees " POOL-Advisee-Count(WS-Pool-Sub)
                   "  added " POOL-Added-Count(WS-Pool-Sub).

      ******************************************************************
      * The advising release: once the advisor has met the student
      * for the term, the advisor's release lets the student
      * register for it. Only the student's own advisor may grant
      * it.
      ******************************************************************
       GRANT-ADVISING-RELEASE.
           DISPLAY "StuID: " WITH NO ADVANCING.
           ACCEPT WS-Adv-StuID.
           PERFORM CHECK-STUDENT-ON-FILE.
           IF NOT Student-On-File
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-CURRENT-ADVISOR.
           IF NOT Student-Has-Advisor
               DISPLAY "  *** StuID " WS-Adv-StuID " has no "
                       "advisor - assign one first ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Adv-Term.
           MOVE WS-Adv-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Adv-Term
                           " is not on the term master ***"
                   EXIT PARAGRAPH
           END-READ.
           IF TM-Closed-Term
               DISPLAY "  *** term " WS-Adv-Term " is closed ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Adv-StuID TO AR-StuID.
           MOVE WS-Adv-Term  TO AR-Term.
           READ AdvReleaseFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "  *** already released for " WS-Adv-Term
                           " by advisor " AR-Advisor-ID " on "
                           AR-Release-Date " ***"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Releasing advisor ID: " WITH NO ADVANCING.
           ACCEPT WS-Adv-Advisor-ID.
           IF WS-Adv-Advisor-ID NOT = AV-Advisor-ID
               DISPLAY "  *** " WS-Adv-Advisor-ID " is not the "
                       "student's advisor (" AV-Advisor-ID
                       ") - release refused ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES            TO AdvReleaseRecord.
           MOVE WS-Adv-StuID      TO AR-StuID.
           MOVE WS-Adv-Term       TO AR-Term.
           MOVE WS-Adv-Advisor-ID TO AR-Advisor-ID.
           MOVE WS-Today          TO AR-Release-Date.
           MOVE WS-Operator-ID    TO AR-Released-By.
           WRITE AdvReleaseRecord
               INVALID KEY
                   DISPLAY "  *** unable to record the release, "
                           "status " WS-AdvRel-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  StuID " AR-StuID " released for "
                           AR-Term " registration."
                   MOVE AR-StuID         TO WS-Audit-StuID
                   MOVE "ADVREL"         TO WS-Audit-Action
                   MOVE SPACES           TO WS-Audit-Before
                   MOVE AdvReleaseRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-advisor-assign.
