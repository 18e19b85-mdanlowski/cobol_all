      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Post-close grade change (supervisor only). A final grade in a
      * closed term is changed with a reason code and the authorizing
      * instructor of record; each change is audited, logged to
      * gradechg.log with the term and cumulative GPA before and after,
      * and the student is notified.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-grade-change.

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
       COPY CATALOG-SEL.
       COPY INSTR-SEL.
       COPY GRDCHG-SEL.
       COPY NOTICE-SEL.
       COPY LOCK-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY CATALOG-FD.
       COPY INSTR-FD.
       COPY GRDCHG-FD.
       COPY NOTICE-FD.
       COPY LOCK-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY INSTR-WS.
       COPY GRDCHG-WS.
       COPY NOTICE-WS.
       COPY LOCK-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY GRADE-SCALE.
       COPY GRADE-REASONS.

       01  WS-File-Status           PIC XX      VALUE SPACES.
           88  FS-OK                            VALUE "00".
       01  WS-More-Changes          PIC X       VALUE "Y".
           88  More-Changes                     VALUE "Y".
       01  WS-Chg-StuID             PIC 9(5)    VALUE ZERO.
       01  WS-Chg-Course-Code       PIC X(6)    VALUE SPACES.
       01  WS-Chg-Section           PIC 99      VALUE ZERO.
       01  WS-Chg-Term              PIC X(6)    VALUE SPACES.
       01  WS-Chg-New-Grade         PIC X(2)    VALUE SPACES.
       01  WS-Chg-Old-Grade         PIC X(2)    VALUE SPACES.
       01  WS-Chg-Reason            PIC X(4)    VALUE SPACES.
       01  WS-Chg-Instructor        PIC X(5)    VALUE SPACES.
       01  WS-Record-Instructor     PIC X(5)    VALUE SPACES.
       01  WS-Record-Instr-Name     PIC X(20)   VALUE SPACES.
       01  WS-Chg-Seq               PIC 999     VALUE ZERO.
      *>   the changed row's slot in the history table below
       01  WS-Chg-Row-Sub           PIC 99      VALUE ZERO.

      *>   the student's whole enrollment history, in ED-Seq order
      *>   (the order the attempts were taken), so the repeat fold
      *>   can run over it once with the old grade and once with the
      *>   new one
       01  WS-Hist-Count            PIC 99      VALUE ZERO.
       01  WS-Hist-Table.
           02  WS-Hist-Row OCCURS 60 TIMES.
               03  HST-Seq              PIC 999.
               03  HST-Course-Code      PIC X(6).
               03  HST-Term             PIC X(6).
               03  HST-Credit-Hours     PIC 9V9.
               03  HST-Grade            PIC X(2).
               03  HST-Excluded         PIC X.
       01  WS-Hist-Sub              PIC 99      VALUE ZERO.
       01  WS-Hist-Later-Sub        PIC 99      VALUE ZERO.
       01  WS-Hist-Overflow-SW      PIC X       VALUE "N".
           88  History-Overflowed               VALUE "Y".

       01  WS-This-Grade            PIC X(2)    VALUE SPACES.
       01  WS-Grade-Points          PIC 9V99    VALUE ZERO.
       01  WS-Grade-In-GPA-SW       PIC X       VALUE "N".
           88  Grade-In-GPA                     VALUE "Y".
       01  WS-Cum-Quality-Points    PIC 9(5)V99 VALUE ZERO.
       01  WS-Cum-GPA-Hours         PIC 9(4)V9  VALUE ZERO.
       01  WS-Term-Quality-Points   PIC 9(4)V99 VALUE ZERO.
       01  WS-Term-GPA-Hours        PIC 9(3)V9  VALUE ZERO.
       01  WS-Cum-GPA               PIC 9V99    VALUE ZERO.
       01  WS-Term-GPA              PIC 9V99    VALUE ZERO.
       01  WS-Cum-GPA-Before        PIC 9V99    VALUE ZERO.
       01  WS-Cum-GPA-After         PIC 9V99    VALUE ZERO.
       01  WS-Term-GPA-Before       PIC 9V99    VALUE ZERO.
       01  WS-Term-GPA-After        PIC 9V99    VALUE ZERO.
      *>   where the term GPA sits against the published standing
      *>   cutoffs: D dean's list, G good, P probation or below,
      *>   blank no graded work in the term
       01  WS-Standing-Band         PIC X       VALUE SPACE.
       01  WS-Band-Before           PIC X       VALUE SPACE.
       01  WS-Band-After            PIC X       VALUE SPACE.
       01  WS-Line-Crossed          PIC X(10)   VALUE SPACES.
       01  WS-GPA-Edited            PIC 9.99.
       01  WS-GPA-Edited-2          PIC 9.99.

       01  WS-Student-Found-SW      PIC X       VALUE "N".
           88  Student-On-File                  VALUE "Y".
       01  WS-Row-Found-SW          PIC X       VALUE "N".
           88  Enrollment-Row-Found             VALUE "Y".
       01  WS-Scan-Done-SW          PIC X       VALUE "N".
           88  Scan-Done                        VALUE "Y".
       01  WS-Grade-Valid-SW        PIC X       VALUE "N".
           88  Grade-Valid                      VALUE "Y".
       01  WS-Reason-Valid-SW       PIC X       VALUE "N".
           88  Reason-Valid                     VALUE "Y".
       01  WS-Later-Counts-SW       PIC X       VALUE "N".
           88  Later-Grade-Counts               VALUE "Y".
       01  WS-Instr-Open-SW         PIC X       VALUE "N".
           88  Instructors-Are-Open             VALUE "Y".
       01  WS-Confirm-Answer        PIC X       VALUE "N".
           88  Operator-Confirms                VALUE "Y".
       01  WS-Change-Count          PIC 9(5)    VALUE ZERO.
       01  WS-Review-Count          PIC 9(5)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====GRADE CHANGE====".
      *>   this program runs once per CALL - reset the switches and
      *>   counters so a second session starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "Y"  TO WS-More-Changes.
            MOVE ZERO TO WS-Change-Count.
            MOVE ZERO TO WS-Review-Count.
            IF NOT Role-Supervisor
                DISPLAY "  *** grade changes are restricted to the "
                        "supervisor role ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O StudentsFile.
            IF NOT FS-OK
                PERFORM CHECK-FILE-STATUS
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
      *>   the instructor of record is the catalog's - retired
      *>   sections included, since most changes are to past terms -
      *>   so the catalog is read by key, not through the active-only
      *>   validation table
            OPEN INPUT CatalogFile.
            IF NOT FS-Catalog-OK
                DISPLAY "  *** catalog.dat not available, status "
                        WS-Catalog-Status " - no instructor of "
                        "record to authorize a change ***"
                CLOSE StudentsFile
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "N" TO WS-Instr-Open-SW.
            OPEN INPUT InstructorFile.
            IF FS-Instr-OK
                SET Instructors-Are-Open TO TRUE
            END-IF.
            PERFORM OPEN-STUDENT-LOCKS.
            PERFORM CHANGE-ONE-GRADE UNTIL NOT More-Changes.
            CLOSE StudentsFile.
            CLOSE CatalogFile.
            IF Instructors-Are-Open
                CLOSE InstructorFile
            END-IF.
            IF Locks-Are-Open
                CLOSE LocksFile
            END-IF.
            DISPLAY "  " WS-Change-Count " grade(s) changed, "
                    WS-Review-Count " flagged for re-review.".
            GOBACK.

       CHANGE-ONE-GRADE.
           DISPLAY "StuID: " WITH NO ADVANCING.
           ACCEPT WS-Chg-StuID.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT WS-Chg-Course-Code.
           DISPLAY "Section number: " WITH NO ADVANCING.
           ACCEPT WS-Chg-Section.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Chg-Term.
           PERFORM CHECK-STUDENT-ON-FILE.
           IF Student-On-File
               MOVE WS-Chg-StuID TO WS-Lock-StuID
               PERFORM ACQUIRE-STUDENT-LOCK
               IF Lock-Granted
                   PERFORM CHANGE-UNDER-LOCK
                   PERFORM RELEASE-STUDENT-LOCK
               ELSE
                   DISPLAY "  grade change for StuID " WS-Chg-StuID
                           " skipped - record in use."
               END-IF
           END-IF.
           DISPLAY "Another grade change (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-More-Changes.

       CHECK-STUDENT-ON-FILE.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Chg-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   MOVE "N" TO WS-Student-Found-SW
                   DISPLAY "  *** StuID " WS-Chg-StuID
                           " has no master record on file ***"
               NOT INVALID KEY
                   MOVE "Y" TO WS-Student-Found-SW
           END-READ.

       CHANGE-UNDER-LOCK.
      *>   a grade change is a correction to a posted grade - a row
      *>   still in progress takes its grade from the grade sheets
           PERFORM COLLECT-HISTORY.
           IF NOT Enrollment-Row-Found
               DISPLAY "  *** no enrollment on file for StuID "
                       WS-Chg-StuID " in " WS-Chg-Course-Code
                       " section " WS-Chg-Section " term "
                       WS-Chg-Term " ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-Chg-Old-Grade = SPACES
               DISPLAY "  *** no grade has been posted for this "
                       "enrollment - load it from the grade sheet ***"
               EXIT PARAGRAPH
           END-IF.
           IF History-Overflowed
               DISPLAY "  *** more than 60 enrollments on file - the "
                       "GPA cannot be recomputed, refer to the "
                       "registrar ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-INSTRUCTOR-OF-RECORD.
           IF WS-Record-Instructor = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  current grade " WS-Chg-Old-Grade
                   ", instructor of record " WS-Record-Instructor
                   " " WS-Record-Instr-Name.
           DISPLAY "New grade: " WITH NO ADVANCING.
           ACCEPT WS-Chg-New-Grade.
           PERFORM VALIDATE-NEW-GRADE.
           IF NOT Grade-Valid
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reason code (ADMN APPL CALC INCR RECD): "
               WITH NO ADVANCING.
           ACCEPT WS-Chg-Reason.
           PERFORM VALIDATE-REASON-CODE.
           IF NOT Reason-Valid
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Authorizing instructor ID: " WITH NO ADVANCING.
           ACCEPT WS-Chg-Instructor.
           IF WS-Chg-Instructor NOT = WS-Record-Instructor
               DISPLAY "  *** " WS-Chg-Instructor " is not the "
                       "instructor of record - change refused ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-GPA-BEFORE-AND-AFTER.
           MOVE WS-Cum-GPA-Before TO WS-GPA-Edited.
           MOVE WS-Cum-GPA-After  TO WS-GPA-Edited-2.
           DISPLAY "  cumulative GPA " WS-GPA-Edited " -> "
                   WS-GPA-Edited-2.
           MOVE WS-Term-GPA-Before TO WS-GPA-Edited.
           MOVE WS-Term-GPA-After  TO WS-GPA-Edited-2.
           DISPLAY "  term " WS-Chg-Term " GPA " WS-GPA-Edited
                   " -> " WS-GPA-Edited-2.
           IF WS-Line-Crossed NOT = SPACES
               DISPLAY "  *** crosses the " WS-Line-Crossed
                       " line - will be flagged for re-review ***"
           END-IF.
           DISPLAY "Change " WS-Chg-Old-Grade " to " WS-Chg-New-Grade
                   " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Confirm-Answer.
           IF Operator-Confirms
               PERFORM APPLY-GRADE-CHANGE
           END-IF.

       COLLECT-HISTORY.
      *>   every "E" row for the student into the history table,
      *>   noting which one is being changed
           MOVE "N"  TO WS-Row-Found-SW.
           MOVE "N"  TO WS-Hist-Overflow-SW.
           MOVE "N"  TO WS-Scan-Done-SW.
           MOVE ZERO TO WS-Hist-Count.
           MOVE ZERO TO WS-Chg-Row-Sub.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Chg-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM READ-NEXT-HISTORY-ROW UNTIL Scan-Done.

       READ-NEXT-HISTORY-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-Student-id = WS-Chg-StuID
                       PERFORM KEEP-HISTORY-ROW
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       KEEP-HISTORY-ROW.
           IF WS-Hist-Count = 60
               SET History-Overflowed TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Hist-Count.
           MOVE WS-Student-Seq     TO HST-Seq(WS-Hist-Count).
           MOVE WS-ED-Course-Code  TO HST-Course-Code(WS-Hist-Count).
           MOVE WS-ED-Term         TO HST-Term(WS-Hist-Count).
           MOVE WS-ED-Credit-Hours TO HST-Credit-Hours(WS-Hist-Count).
           MOVE WS-ED-Grade        TO HST-Grade(WS-Hist-Count).
           MOVE "N"                TO HST-Excluded(WS-Hist-Count).
           IF WS-ED-Course-Code = WS-Chg-Course-Code
              AND WS-ED-Section = WS-Chg-Section
              AND WS-ED-Term = WS-Chg-Term
              AND NOT Enrollment-Row-Found
               SET Enrollment-Row-Found TO TRUE
               MOVE WS-Hist-Count  TO WS-Chg-Row-Sub
               MOVE WS-Student-Seq TO WS-Chg-Seq
               MOVE WS-ED-Grade    TO WS-Chg-Old-Grade
           END-IF.

       FIND-INSTRUCTOR-OF-RECORD.
           MOVE SPACES TO WS-Record-Instructor.
           MOVE SPACES TO WS-Record-Instr-Name.
           MOVE WS-Chg-Course-Code TO CF-Code.
           MOVE WS-Chg-Section     TO CF-Section.
           READ CatalogFile
               INVALID KEY
                   DISPLAY "  *** " WS-Chg-Course-Code " section "
                           WS-Chg-Section " is not on the catalog "
                           "- no instructor of record ***"
                   EXIT PARAGRAPH
           END-READ.
           IF CF-Instructor-ID = SPACES
               DISPLAY "  *** " WS-Chg-Course-Code " section "
                       WS-Chg-Section " has no instructor of record "
                       "on the catalog - assign one first ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE CF-Instructor-ID TO WS-Record-Instructor.
           IF Instructors-Are-Open
               MOVE CF-Instructor-ID TO IN-ID
               READ InstructorFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IN-Name TO WS-Record-Instr-Name
               END-READ
           END-IF.

       VALIDATE-NEW-GRADE.
           MOVE "N" TO WS-Grade-Valid-SW.
           SEARCH ALL GradeScale-Entry
               AT END
                   CONTINUE
               WHEN GS-Grade(GS-Idx) = WS-Chg-New-Grade
                   SET Grade-Valid TO TRUE
           END-SEARCH.
           IF NOT Grade-Valid
               DISPLAY "  *** grade " WS-Chg-New-Grade
                       " is not on the official scale ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-Chg-New-Grade = WS-Chg-Old-Grade
               MOVE "N" TO WS-Grade-Valid-SW
               DISPLAY "  *** the grade is already "
                       WS-Chg-Old-Grade " ***"
           END-IF.

       VALIDATE-REASON-CODE.
           MOVE "N" TO WS-Reason-Valid-SW.
           SEARCH ALL GradeReasons-Entry
               AT END
                   DISPLAY "  *** unknown reason code "
                           WS-Chg-Reason " ***"
               WHEN GR-Code(GR-Idx) = WS-Chg-Reason
                   SET Reason-Valid TO TRUE
           END-SEARCH.

       COMPUTE-GPA-BEFORE-AND-AFTER.
      *>   the same history folded twice - as posted, then with the
      *>   new grade in the changed row - so the difference is the
      *>   change's own effect and nothing else
           PERFORM COMPUTE-HISTORY-GPA.
           MOVE WS-Cum-GPA       TO WS-Cum-GPA-Before.
           MOVE WS-Term-GPA      TO WS-Term-GPA-Before.
           MOVE WS-Standing-Band TO WS-Band-Before.
           MOVE WS-Chg-New-Grade TO HST-Grade(WS-Chg-Row-Sub).
           PERFORM COMPUTE-HISTORY-GPA.
           MOVE WS-Cum-GPA       TO WS-Cum-GPA-After.
           MOVE WS-Term-GPA      TO WS-Term-GPA-After.
           MOVE WS-Standing-Band TO WS-Band-After.
           MOVE WS-Chg-Old-Grade TO HST-Grade(WS-Chg-Row-Sub).
      *>   standing runs on the term GPA, so that is the one whose
      *>   line matters: into or out of the dean's list, or into or
      *>   out of probation
           MOVE SPACES TO WS-Line-Crossed.
           IF WS-Band-Before NOT = WS-Band-After
               IF WS-Band-Before = "D" OR WS-Band-After = "D"
                   MOVE "DEANS LIST" TO WS-Line-Crossed
               END-IF
               IF WS-Band-Before = "P" OR WS-Band-After = "P"
                   MOVE "PROBATION " TO WS-Line-Crossed
               END-IF
           END-IF.

       COMPUTE-HISTORY-GPA.
      *>   cumulative GPA under the repeat policy - a graded attempt
      *>   superseded by a later completed attempt of the same course
      *>   stays out - and the term GPA the standing run would see,
      *>   which is scoped to the one term and folds nothing
           PERFORM CLEAR-ONE-EXCLUSION
               VARYING WS-Hist-Sub FROM 1 BY 1
               UNTIL WS-Hist-Sub > WS-Hist-Count.
           PERFORM MARK-ONE-REPEAT
               VARYING WS-Hist-Sub FROM 1 BY 1
               UNTIL WS-Hist-Sub > WS-Hist-Count
               AFTER WS-Hist-Later-Sub FROM 1 BY 1
               UNTIL WS-Hist-Later-Sub > WS-Hist-Count.
           MOVE ZERO TO WS-Cum-Quality-Points.
           MOVE ZERO TO WS-Cum-GPA-Hours.
           MOVE ZERO TO WS-Term-Quality-Points.
           MOVE ZERO TO WS-Term-GPA-Hours.
           PERFORM ADD-ONE-ROW-TO-GPA
               VARYING WS-Hist-Sub FROM 1 BY 1
               UNTIL WS-Hist-Sub > WS-Hist-Count.
           MOVE ZERO TO WS-Cum-GPA.
           IF WS-Cum-GPA-Hours > ZERO
               COMPUTE WS-Cum-GPA ROUNDED =
                   WS-Cum-Quality-Points / WS-Cum-GPA-Hours
           END-IF.
           MOVE ZERO  TO WS-Term-GPA.
           MOVE SPACE TO WS-Standing-Band.
           IF WS-Term-GPA-Hours > ZERO
               COMPUTE WS-Term-GPA ROUNDED =
                   WS-Term-Quality-Points / WS-Term-GPA-Hours
      *>       the published cutoffs: 3.50 dean's list, 2.00 good
      *>       standing, below that probation or worse
               EVALUATE TRUE
                   WHEN WS-Term-GPA >= 3.50
                       MOVE "D" TO WS-Standing-Band
                   WHEN WS-Term-GPA >= 2.00
                       MOVE "G" TO WS-Standing-Band
                   WHEN OTHER
                       MOVE "P" TO WS-Standing-Band
               END-EVALUATE
           END-IF.

       CLEAR-ONE-EXCLUSION.
           MOVE "N" TO HST-Excluded(WS-Hist-Sub).

       MARK-ONE-REPEAT.
      *>   a later "W" or "I" is not a completed attempt and
      *>   supersedes nothing - the earlier attempt stands
           IF WS-Hist-Later-Sub > WS-Hist-Sub
              AND HST-Grade(WS-Hist-Sub) NOT = SPACES
              AND HST-Grade(WS-Hist-Later-Sub) NOT = SPACES
              AND HST-Course-Code(WS-Hist-Later-Sub) =
                  HST-Course-Code(WS-Hist-Sub)
               MOVE HST-Grade(WS-Hist-Later-Sub) TO WS-This-Grade
               PERFORM LOOK-UP-GRADE-POINTS
               IF Grade-In-GPA
                   MOVE "Y" TO HST-Excluded(WS-Hist-Sub)
               END-IF
           END-IF.

       ADD-ONE-ROW-TO-GPA.
           MOVE HST-Grade(WS-Hist-Sub) TO WS-This-Grade.
           PERFORM LOOK-UP-GRADE-POINTS.
           IF NOT Grade-In-GPA
               EXIT PARAGRAPH
           END-IF.
           IF HST-Excluded(WS-Hist-Sub) NOT = "Y"
               COMPUTE WS-Cum-Quality-Points =
                   WS-Cum-Quality-Points
                   + WS-Grade-Points * HST-Credit-Hours(WS-Hist-Sub)
               ADD HST-Credit-Hours(WS-Hist-Sub) TO WS-Cum-GPA-Hours
           END-IF.
           IF HST-Term(WS-Hist-Sub) = WS-Chg-Term
               COMPUTE WS-Term-Quality-Points =
                   WS-Term-Quality-Points
                   + WS-Grade-Points * HST-Credit-Hours(WS-Hist-Sub)
               ADD HST-Credit-Hours(WS-Hist-Sub) TO WS-Term-GPA-Hours
           END-IF.

       LOOK-UP-GRADE-POINTS.
           MOVE ZERO TO WS-Grade-Points.
           MOVE "N"  TO WS-Grade-In-GPA-SW.
           IF WS-This-Grade = SPACES
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL GradeScale-Entry
               AT END
                   CONTINUE
               WHEN GS-Grade(GS-Idx) = WS-This-Grade
                   MOVE GS-Points(GS-Idx) TO WS-Grade-Points
                   IF GS-Counts-In-GPA(GS-Idx)
                       SET Grade-In-GPA TO TRUE
                   END-IF
           END-SEARCH.

       APPLY-GRADE-CHANGE.
      *>   the row is re-read by its own key for the REWRITE; the
      *>   before/after images go to audit.log, the why goes to the
      *>   grade-change log, and the student gets a letter
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Chg-StuID TO StuID.
           MOVE WS-Chg-Seq   TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   DISPLAY "  *** enrollment row for StuID "
                           WS-Chg-StuID " is gone, status "
                           WS-File-Status " - not changed ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-Student       TO WS-Audit-Before.
           MOVE WS-Chg-New-Grade TO WS-ED-Grade.
           REWRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to change the grade for "
                           "StuID " WS-Chg-StuID ", status "
                           WS-File-Status " ***"
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-Change-Count.
           MOVE WS-Chg-StuID TO WS-Audit-StuID.
           MOVE "GRDCHG"     TO WS-Audit-Action.
           MOVE WS-Student   TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.
           PERFORM WRITE-GRADE-CHANGE-LOG.
           MOVE WS-Chg-StuID TO WS-Notice-StuID.
           MOVE "GRCH"       TO WS-Notice-Code.
           MOVE SPACES       TO WS-Notice-Subst-1.
           MOVE SPACES       TO WS-Notice-Subst-2.
           STRING WS-Chg-Course-Code DELIMITED BY SPACE
                  "-" WS-Chg-Section DELIMITED BY SIZE
               INTO WS-Notice-Subst-1
           END-STRING.
           STRING WS-Chg-Term DELIMITED BY SPACE
                  " " WS-Chg-New-Grade DELIMITED BY SIZE
               INTO WS-Notice-Subst-2
           END-STRING.
           PERFORM QUEUE-NOTICE.
           DISPLAY "  grade changed to " WS-Chg-New-Grade
                   " for StuID " WS-Chg-StuID ".".

       WRITE-GRADE-CHANGE-LOG.
           ACCEPT WS-GradeChg-Date FROM DATE YYYYMMDD.
           ACCEPT WS-GradeChg-Time FROM TIME.
           OPEN EXTEND GradeChgFile.
           IF NOT FS-GradeChg-OK
               OPEN OUTPUT GradeChgFile
           END-IF.
           MOVE SPACES               TO GradeChgRecord.
           MOVE WS-GradeChg-Stamp    TO GCR-Timestamp.
           MOVE WS-Chg-StuID         TO GCR-StuID.
           MOVE WS-Chg-Term          TO GCR-Term.
           MOVE WS-Chg-Course-Code   TO GCR-Course-Code.
           MOVE WS-Chg-Section       TO GCR-Section.
           MOVE WS-Record-Instructor TO GCR-Instructor.
           MOVE WS-Chg-Old-Grade     TO GCR-Old-Grade.
           MOVE WS-Chg-New-Grade     TO GCR-New-Grade.
           MOVE WS-Chg-Reason        TO GCR-Reason.
           MOVE WS-Operator-ID       TO GCR-Operator.
           MOVE WS-Cum-GPA-Before    TO GCR-Cum-GPA-Before.
           MOVE WS-Cum-GPA-After     TO GCR-Cum-GPA-After.
           MOVE WS-Term-GPA-Before   TO GCR-Term-GPA-Before.
           MOVE WS-Term-GPA-After    TO GCR-Term-GPA-After.
           MOVE "N"                  TO GCR-Review-Flag.
           MOVE WS-Line-Crossed      TO GCR-Line-Crossed.
           IF WS-Line-Crossed NOT = SPACES
               SET GCR-Needs-Review TO TRUE
               ADD 1 TO WS-Review-Count
           END-IF.
           WRITE GradeChgRecord.
           IF NOT FS-GradeChg-OK
               DISPLAY "  *** grade changed but gradechg.log would "
                       "not record it, status " WS-GradeChg-Status
                       " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE GradeChgFile.

       COPY NOTICE-PROC.
       COPY LOCK-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-grade-change.
