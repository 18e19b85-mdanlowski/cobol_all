      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Term close (supervisor only). The term's enrollments still
      * without a final grade are listed by instructor of record and
      * section; when the supervisor confirms, each is given the term's
      * placeholder grade and the term is marked closed, after which its
      * enrollment rows are frozen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-term-close.

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
       COPY TERM-SEL.
       COPY CATALOG-SEL.
       COPY INSTR-SEL.
       COPY LOCK-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.
           SELECT  SortWorkFile ASSIGN TO "sortwork.tmp".
      *> the chair chases the missing grades from the printed copy
           SELECT  CloseReportFile ASSIGN TO WS-Report-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY TERM-FD.
       COPY CATALOG-FD.
       COPY INSTR-FD.
       COPY LOCK-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       SD  SortWorkFile.
       01  SortWorkRecord.
           02  SW-Instructor       PIC X(5).
           02  SW-Course-Code      PIC X(6).
           02  SW-Section          PIC 99.
           02  SW-StuID            PIC 9(5).
           02  SW-Seq              PIC 999.

       FD  CloseReportFile.
       01  CloseReportLine             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY CATALOG-WS.
       COPY INSTR-WS.
       COPY LOCK-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY GRADE-SCALE.

       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Report-Status            PIC XX      VALUE SPACES.
           88  FS-Report-OK                        VALUE "00".
       01  WS-Report-File-Name         PIC X(30)   VALUE SPACES.
       01  WS-Close-Term               PIC X(6)    VALUE SPACES.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
      *>   the term's placeholder grade, blank when the term has
      *>   none or the one on the master is not on the grade scale
       01  WS-Placeholder-Grade        PIC X(2)    VALUE SPACES.
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Sort-EOF-SW              PIC X       VALUE "N".
           88  EndOfSort                           VALUE "Y".
       01  WS-Instr-Open-SW            PIC X       VALUE "N".
           88  Instructors-Are-Open                VALUE "Y".
       01  WS-First-Row-SW             PIC X       VALUE "Y".
           88  First-Row                           VALUE "Y".
       01  WS-Confirm-Answer           PIC X       VALUE "N".
           88  Operator-Confirms                   VALUE "Y".
       01  WS-Prev-Instructor          PIC X(5)    VALUE SPACES.
       01  WS-Prev-Course-Code         PIC X(6)    VALUE SPACES.
       01  WS-Prev-Section             PIC 99      VALUE ZERO.
       01  WS-Instr-Name               PIC X(20)   VALUE SPACES.
       01  WS-Surname-Held             PIC X(20)   VALUE SPACES.
       01  WS-Missing-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Section-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Instr-Missing            PIC 9(5)    VALUE ZERO.
       01  WS-Defaulted-Count          PIC 9(5)    VALUE ZERO.
       01  WS-Skipped-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Count-Edited             PIC ZZ,ZZ9.
       01  WS-Count-Edited-2           PIC ZZ,ZZ9.

       01  WS-Detail-Line.
           02  FILLER                  PIC X(8)    VALUE SPACES.
           02  DL-StuID                PIC 9(5).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Student-Name         PIC X(20).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Seq                  PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====TERM CLOSE====".
      *>   this program runs once per CALL - reset the switches and
      *>   counters so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Scan-Done-SW.
            MOVE "N"  TO WS-Sort-EOF-SW.
            MOVE "Y"  TO WS-First-Row-SW.
            MOVE ZERO TO WS-Missing-Count.
            MOVE ZERO TO WS-Section-Count.
            MOVE ZERO TO WS-Defaulted-Count.
            MOVE ZERO TO WS-Skipped-Count.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
      *>   closing a term freezes every one of its enrollment rows
      *>   and may write grades - supervisor only, the same as the
      *>   term master itself
            IF NOT Role-Supervisor
                DISPLAY "  *** the term close is restricted to the "
                        "supervisor role ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "Term to close: " WITH NO ADVANCING.
            ACCEPT WS-Close-Term.
            PERFORM OPEN-CLOSE-FILES.
            IF RETURN-CODE NOT = 0
                PERFORM CLOSE-CLOSE-FILES
                GOBACK
            END-IF.
            PERFORM VALIDATE-CLOSE-TERM.
            IF RETURN-CODE NOT = 0
                PERFORM CLOSE-CLOSE-FILES
                GOBACK
            END-IF.
            OPEN OUTPUT CloseReportFile.
            SORT SortWorkFile
                ON ASCENDING KEY SW-Instructor SW-Course-Code
                                 SW-Section SW-StuID
                INPUT PROCEDURE RELEASE-MISSING-GRADES
                OUTPUT PROCEDURE PRINT-MISSING-GRADES.
            MOVE WS-Missing-Count TO WS-Count-Edited.
            MOVE WS-Section-Count TO WS-Count-Edited-2.
            DISPLAY "  " WS-Count-Edited " grade(s) missing in "
                    WS-Count-Edited-2 " section(s) - listed in "
                    WS-Report-File-Name.
            IF WS-Missing-Count > ZERO
                PERFORM RESOLVE-MISSING-GRADES
            END-IF.
            IF RETURN-CODE = 0
                PERFORM CLOSE-THE-TERM
            END-IF.
            CLOSE CloseReportFile.
            PERFORM CLOSE-CLOSE-FILES.
            GOBACK.

       OPEN-CLOSE-FILES.
           OPEN I-O StudentsFile.
           IF NOT FS-OK
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** unable to open terms.dat, status "
                       WS-Term-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *>   the instructor of record is the catalog's, retired sections
      *>   included, so the catalog is read by key
           OPEN INPUT CatalogFile.
           IF NOT FS-Catalog-OK
               DISPLAY "  *** unable to open catalog.dat, status "
                       WS-Catalog-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "N" TO WS-Instr-Open-SW.
           OPEN INPUT InstructorFile.
           IF FS-Instr-OK
               SET Instructors-Are-Open TO TRUE
           END-IF.
           PERFORM OPEN-STUDENT-LOCKS.

       CLOSE-CLOSE-FILES.
           CLOSE StudentsFile.
           CLOSE TermsFile.
           CLOSE CatalogFile.
           IF Instructors-Are-Open
               CLOSE InstructorFile
           END-IF.
           IF Locks-Are-Open
               CLOSE LocksFile
           END-IF.

       VALIDATE-CLOSE-TERM.
           MOVE WS-Close-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Close-Term
                           " is not on the term master ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
           IF TM-Closed-Term
               DISPLAY "  *** term " WS-Close-Term
                       " is already closed ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-Today NOT > TM-End-Date
               DISPLAY "  *** term " WS-Close-Term " does not end "
                       "until " TM-End-Date " - it cannot close "
                       "yet ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Placeholder-Grade.
           IF TM-Placeholder-Grade NOT = SPACES
               SEARCH ALL GradeScale-Entry
                   AT END
                       DISPLAY "  *** placeholder grade "
                               TM-Placeholder-Grade " on the term "
                               "master is not on the grade scale - "
                               "ignored ***"
                   WHEN GS-Grade(GS-Idx) = TM-Placeholder-Grade
                       MOVE TM-Placeholder-Grade
                           TO WS-Placeholder-Grade
               END-SEARCH
           END-IF.
           MOVE SPACES TO WS-Report-File-Name.
           STRING "tclose."      DELIMITED BY SIZE
                  WS-Close-Term  DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-Today       DELIMITED BY SIZE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Report-File-Name
           END-STRING.

      ******************************************************************
      * Pass one: every enrollment row in the term still without a
      * grade goes to the sort under its section's instructor of
      * record. Withdrawals carry a W and are never missing.
      ******************************************************************
       RELEASE-MISSING-GRADES.
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM RELEASE-ONE-ROW UNTIL Scan-Done.

       RELEASE-ONE-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF NOT WS-Enrollment-Record
                       SET Scan-Done TO TRUE
                   ELSE
                       IF WS-ED-Term = WS-Close-Term
                          AND WS-ED-Grade = SPACES
                           PERFORM RELEASE-MISSING-ROW
                       END-IF
                   END-IF
           END-READ.

       RELEASE-MISSING-ROW.
           MOVE WS-ED-Course-Code TO CF-Code.
           MOVE WS-ED-Section     TO CF-Section.
           READ CatalogFile
               INVALID KEY
                   MOVE SPACES TO CF-Instructor-ID
           END-READ.
           MOVE CF-Instructor-ID  TO SW-Instructor.
           MOVE WS-ED-Course-Code TO SW-Course-Code.
           MOVE WS-ED-Section     TO SW-Section.
           MOVE WS-ED-StuID       TO SW-StuID.
           MOVE WS-ED-Seq         TO SW-Seq.
           RELEASE SortWorkRecord.
           ADD 1 TO WS-Missing-Count.

       PRINT-MISSING-GRADES.
           MOVE SPACES TO CloseReportLine.
           STRING "TERM CLOSE - MISSING GRADES - TERM " WS-Close-Term
                  "   AS OF: " WS-Today
               DELIMITED BY SIZE INTO CloseReportLine
           END-STRING.
           WRITE CloseReportLine.
           PERFORM RETURN-ONE-MISSING UNTIL EndOfSort.
           IF First-Row
               MOVE SPACES TO CloseReportLine
               WRITE CloseReportLine
               MOVE "  NO GRADES MISSING" TO CloseReportLine
               WRITE CloseReportLine
           ELSE
               PERFORM PRINT-INSTRUCTOR-TOTAL
           END-IF.

       RETURN-ONE-MISSING.
           RETURN SortWorkFile
               AT END
                   SET EndOfSort TO TRUE
               NOT AT END
                   PERFORM PRINT-ONE-MISSING
           END-RETURN.

       PRINT-ONE-MISSING.
      *>   control breaks: instructor of record, then section
           IF First-Row
               MOVE "N" TO WS-First-Row-SW
               PERFORM START-NEW-INSTRUCTOR
               PERFORM START-NEW-SECTION
           ELSE
               IF SW-Instructor NOT = WS-Prev-Instructor
                   PERFORM PRINT-INSTRUCTOR-TOTAL
                   PERFORM START-NEW-INSTRUCTOR
                   PERFORM START-NEW-SECTION
               ELSE
                   IF SW-Course-Code NOT = WS-Prev-Course-Code
                      OR SW-Section NOT = WS-Prev-Section
                       PERFORM START-NEW-SECTION
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-Surname-Held.
           SET SF-Master-Record TO TRUE.
           MOVE SW-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE StuSurname TO WS-Surname-Held
           END-READ.
           MOVE SW-StuID        TO DL-StuID.
           MOVE WS-Surname-Held TO DL-Student-Name.
           MOVE SW-Seq          TO DL-Seq.
           WRITE CloseReportLine FROM WS-Detail-Line.
           ADD 1 TO WS-Instr-Missing.

       START-NEW-INSTRUCTOR.
           MOVE SW-Instructor TO WS-Prev-Instructor.
           MOVE ZERO          TO WS-Instr-Missing.
           MOVE SPACES        TO WS-Instr-Name.
           IF SW-Instructor = SPACES
               MOVE "(NO INSTRUCTOR)" TO WS-Instr-Name
           ELSE
               IF Instructors-Are-Open
                   MOVE SW-Instructor TO IN-ID
                   READ InstructorFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IN-Name TO WS-Instr-Name
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO CloseReportLine.
           WRITE CloseReportLine.
           MOVE SPACES TO CloseReportLine.
           STRING "INSTRUCTOR " SW-Instructor " " WS-Instr-Name
               DELIMITED BY SIZE INTO CloseReportLine
           END-STRING.
           WRITE CloseReportLine.

       START-NEW-SECTION.
           MOVE SW-Course-Code TO WS-Prev-Course-Code.
           MOVE SW-Section     TO WS-Prev-Section.
           ADD 1 TO WS-Section-Count.
           MOVE SPACES TO CloseReportLine.
           STRING "    " SW-Course-Code " SECTION " SW-Section
               DELIMITED BY SIZE INTO CloseReportLine
           END-STRING.
           WRITE CloseReportLine.

       PRINT-INSTRUCTOR-TOTAL.
           MOVE WS-Instr-Missing TO WS-Count-Edited.
           MOVE SPACES TO CloseReportLine.
           STRING "  INSTRUCTOR " WS-Prev-Instructor " TOTAL "
                  WS-Count-Edited " GRADES MISSING"
               DELIMITED BY SIZE INTO CloseReportLine
           END-STRING.
           WRITE CloseReportLine.

      ******************************************************************
      * The term cannot close over missing grades. Without a
      * placeholder grade on the term master they have to be turned
      * in first; with one, the supervisor may default them to it.
      ******************************************************************
       RESOLVE-MISSING-GRADES.
           IF WS-Placeholder-Grade = SPACES
               DISPLAY "  *** term " WS-Close-Term " not closed - "
                       "grades are missing and the term has no "
                       "placeholder grade ***"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Default the missing grade(s) to "
                   WS-Placeholder-Grade " and close the term (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm-Answer.
           IF NOT Operator-Confirms
               DISPLAY "  term " WS-Close-Term " not closed."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM DEFAULT-ONE-ROW UNTIL Scan-Done.
           MOVE WS-Defaulted-Count TO WS-Count-Edited.
           DISPLAY "  " WS-Count-Edited " grade(s) defaulted to "
                   WS-Placeholder-Grade ".".
           IF WS-Skipped-Count > ZERO
               MOVE WS-Skipped-Count TO WS-Count-Edited
               DISPLAY "  *** term " WS-Close-Term " not closed - "
                       WS-Count-Edited " record(s) in use, rerun "
                       "the close ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       DEFAULT-ONE-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF NOT WS-Enrollment-Record
                       SET Scan-Done TO TRUE
                   ELSE
                       IF WS-ED-Term = WS-Close-Term
                          AND WS-ED-Grade = SPACES
                           PERFORM DEFAULT-MISSING-GRADE
                       END-IF
                   END-IF
           END-READ.

       DEFAULT-MISSING-GRADE.
           MOVE WS-ED-StuID TO WS-Lock-StuID.
           PERFORM ACQUIRE-STUDENT-LOCK.
           IF NOT Lock-Granted
               DISPLAY "  StuID " WS-ED-StuID " skipped - record "
                       "in use."
               ADD 1 TO WS-Skipped-Count
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student           TO WS-Audit-Before.
           MOVE WS-Placeholder-Grade TO WS-ED-Grade.
           REWRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to default the grade for "
                           "StuID " WS-ED-StuID ", status "
                           WS-File-Status " ***"
                   ADD 1 TO WS-Skipped-Count
               NOT INVALID KEY
                   ADD 1 TO WS-Defaulted-Count
                   MOVE WS-ED-StuID TO WS-Audit-StuID
                   MOVE "UPDATE"    TO WS-Audit-Action
                   MOVE WS-Student  TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.
           PERFORM RELEASE-STUDENT-LOCK.

      *>   the audit entry carries the operator and the date of the
      *>   close, with the term record before and after
       CLOSE-THE-TERM.
           MOVE WS-Close-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Close-Term
                           " is no longer on the term master ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
           MOVE TermRecord TO WS-Audit-Before.
           SET TM-Closed-Term TO TRUE.
           REWRITE TermRecord
               INVALID KEY
                   DISPLAY "  *** unable to close term " TM-Code
                           ", status " WS-Term-Status " ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE ZERO       TO WS-Audit-StuID
                   MOVE "TRMCLS"   TO WS-Audit-Action
                   MOVE TermRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
                   DISPLAY "  term " WS-Close-Term " closed by "
                           WS-Operator-ID " on " WS-Today "."
                   MOVE SPACES TO CloseReportLine
                   WRITE CloseReportLine
                   MOVE SPACES TO CloseReportLine
                   STRING "TERM " WS-Close-Term " CLOSED BY "
                          WS-Operator-ID " ON " WS-Today
                       DELIMITED BY SIZE INTO CloseReportLine
                   END-STRING
                   WRITE CloseReportLine
           END-REWRITE.

       COPY LOCK-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-term-close.
