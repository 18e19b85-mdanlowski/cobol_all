      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * The advisee list for one advisor, or for every advisor in turn:
      * each advisee's major, earned hours, GPA and whether the advisor
      * has released them to register for the term, printed to
      * advisees.<term>.<yyyymmdd>.prt for advising week.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-advisee-list.

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
       COPY ADVISOR-SEL.
       COPY ADVREL-SEL.
      *> each advisor takes a printed copy into advising week
           SELECT  AdviseeReportFile ASSIGN TO WS-Report-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY INSTR-FD.
       COPY ADVISOR-FD.
       COPY ADVREL-FD.

       FD  AdviseeReportFile.
       01  AdviseeReportLine           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY INSTR-WS.
       COPY ADVISOR-WS.
       COPY ADVREL-WS.
       COPY GRADE-SCALE.

       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Report-Status            PIC XX      VALUE SPACES.
           88  FS-Report-OK                        VALUE "00".
       01  WS-Report-File-Name         PIC X(30)   VALUE SPACES.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-List-Advisor             PIC X(5)    VALUE SPACES.
       01  WS-List-Term                PIC X(6)    VALUE SPACES.
       01  WS-Advisee-EOF-SW           PIC X       VALUE "N".
           88  EndOfAdvisees                       VALUE "Y".
       01  WS-First-Row-SW             PIC X       VALUE "Y".
           88  First-Row                           VALUE "Y".
       01  WS-Prev-Advisor             PIC X(5)    VALUE SPACES.
       01  WS-Instr-Name               PIC X(20)   VALUE SPACES.
       01  WS-Advisor-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Advisor-Released         PIC 9(5)    VALUE ZERO.
       01  WS-Grand-Count              PIC 9(5)    VALUE ZERO.
       01  WS-Grand-Released           PIC 9(5)    VALUE ZERO.
       01  WS-Count-Edited             PIC ZZ,ZZ9.
       01  WS-Count-Edited-2           PIC ZZ,ZZ9.

      *>   one advisee's attempts in ED-Seq (taken) order, folded for
      *>   repeats the same way the graduation audit does: a graded
      *>   attempt with a later counting attempt of the same course
      *>   is superseded and counts for nothing
       01  WS-Attempt-Count            PIC 999     VALUE ZERO.
       01  WS-Attempt-Table.
           02  WS-Attempt-Row OCCURS 100 TIMES.
               03  ATT-Course          PIC X(6).
               03  ATT-Hours           PIC 9V9.
               03  ATT-Grade           PIC X(2).
       01  WS-Att-Sub                  PIC 999     VALUE ZERO.
       01  WS-Att-Later-Sub            PIC 999     VALUE ZERO.
       01  WS-Att-Superseded-SW        PIC X       VALUE "N".
           88  Attempt-Superseded                  VALUE "Y".
       01  WS-Fold-Grade               PIC X(2)    VALUE SPACES.
       01  WS-Grade-Points             PIC 9V99    VALUE ZERO.
       01  WS-Grade-In-GPA-SW          PIC X       VALUE "N".
           88  Grade-In-GPA                        VALUE "Y".
       01  WS-Cum-Quality-Points       PIC 9(5)V99 VALUE ZERO.
       01  WS-Cum-GPA-Hours            PIC 9(4)V9  VALUE ZERO.
       01  WS-Earned-Hours             PIC 9(3)V9  VALUE ZERO.
       01  WS-Cum-GPA                  PIC 9V99    VALUE ZERO.
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".

       01  WS-Detail-Line.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-StuID                PIC 9(5).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Surname              PIC X(20).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Major                PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Earned-Hours         PIC ZZ9.9.
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  DL-GPA                  PIC 9.99.
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  DL-Released             PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====ADVISEE LIST====".
      *>   this program runs once per CALL - reset the switches and
      *>   totals so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Advisee-EOF-SW.
            MOVE "Y"  TO WS-First-Row-SW.
            MOVE ZERO TO WS-Grand-Count.
            MOVE ZERO TO WS-Grand-Released.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Advisor (blank = all advisors): "
                WITH NO ADVANCING.
            ACCEPT WS-List-Advisor.
            DISPLAY "Term for the advising release: "
                WITH NO ADVANCING.
            ACCEPT WS-List-Term.
            MOVE "N" TO WS-Advisor-Open-SW.
            OPEN INPUT AdvisorFile.
            IF NOT FS-Advisor-OK
                IF FS-Advisor-File-Missing
                    DISPLAY "  no advisors have been assigned."
                ELSE
                    DISPLAY "  *** unable to open advisor.dat, "
                            "status " WS-Advisor-Status " ***"
                    MOVE 8 TO RETURN-CODE
                END-IF
                GOBACK
            END-IF.
            SET Advisors-Are-Open TO TRUE.
            OPEN INPUT StudentsFile.
            IF NOT FS-OK
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                CLOSE AdvisorFile
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT InstructorFile.
      *>   no advrel.dat just means nobody has been released yet
            MOVE "N" TO WS-AdvRel-Open-SW.
            OPEN INPUT AdvReleaseFile.
            IF FS-AdvRel-OK
                SET Releases-Are-Open TO TRUE
            END-IF.
            MOVE SPACES TO WS-Report-File-Name.
            STRING "advisees."    DELIMITED BY SIZE
                   WS-List-Term   DELIMITED BY SPACE
                   "."            DELIMITED BY SIZE
                   WS-Today       DELIMITED BY SIZE
                   ".prt"         DELIMITED BY SIZE
                   INTO WS-Report-File-Name
            END-STRING.
            OPEN OUTPUT AdviseeReportFile.
            PERFORM PRINT-ADVISEE-LIST.
            CLOSE AdviseeReportFile.
            CLOSE AdvisorFile.
            CLOSE StudentsFile.
            IF FS-Instr-OK
                CLOSE InstructorFile
            END-IF.
            IF Releases-Are-Open
                CLOSE AdvReleaseFile
            END-IF.
            MOVE WS-Grand-Count    TO WS-Count-Edited.
            MOVE WS-Grand-Released TO WS-Count-Edited-2.
            DISPLAY "  " WS-Count-Edited " advisee(s), "
                    WS-Count-Edited-2 " released for " WS-List-Term
                    " - written to " WS-Report-File-Name.
            GOBACK.

       PRINT-ADVISEE-LIST.
           MOVE SPACES TO AdviseeReportLine.
           STRING "ADVISEE LIST - RELEASE TERM " WS-List-Term
                  "   AS OF: " WS-Today
               DELIMITED BY SIZE INTO AdviseeReportLine
           END-STRING.
           WRITE AdviseeReportLine.
      *>   the alternate key delivers each advisor's advisees
      *>   together, in advisor order
           IF WS-List-Advisor = SPACES
               MOVE LOW-VALUES TO AV-Advisor-ID
           ELSE
               MOVE WS-List-Advisor TO AV-Advisor-ID
           END-IF.
           START AdvisorFile KEY IS NOT LESS THAN AV-Advisor-ID
               INVALID KEY
                   SET EndOfAdvisees TO TRUE
           END-START.
           PERFORM READ-NEXT-ADVISEE UNTIL EndOfAdvisees.
           IF First-Row
               MOVE SPACES TO AdviseeReportLine
               WRITE AdviseeReportLine
               MOVE "  NO ADVISEES ON FILE" TO AdviseeReportLine
               WRITE AdviseeReportLine
           ELSE
               PERFORM PRINT-ADVISOR-TOTAL
           END-IF.
           MOVE SPACES TO AdviseeReportLine.
           WRITE AdviseeReportLine.
           MOVE WS-Grand-Count    TO WS-Count-Edited.
           MOVE WS-Grand-Released TO WS-Count-Edited-2.
           MOVE SPACES TO AdviseeReportLine.
           STRING "REPORT TOTAL  " WS-Count-Edited " ADVISEES  "
                  WS-Count-Edited-2 " RELEASED"
               DELIMITED BY SIZE INTO AdviseeReportLine
           END-STRING.
           WRITE AdviseeReportLine.

       READ-NEXT-ADVISEE.
           READ AdvisorFile NEXT RECORD
               AT END
                   SET EndOfAdvisees TO TRUE
               NOT AT END
                   IF WS-List-Advisor NOT = SPACES
                      AND AV-Advisor-ID NOT = WS-List-Advisor
                       SET EndOfAdvisees TO TRUE
                   ELSE
                       PERFORM PRINT-ONE-ADVISEE
                   END-IF
           END-READ.

       PRINT-ONE-ADVISEE.
           IF First-Row
               MOVE "N" TO WS-First-Row-SW
               PERFORM START-NEW-ADVISOR
           ELSE
               IF AV-Advisor-ID NOT = WS-Prev-Advisor
                   PERFORM PRINT-ADVISOR-TOTAL
                   PERFORM START-NEW-ADVISOR
               END-IF
           END-IF.
           MOVE AV-StuID TO DL-StuID.
           MOVE SPACES   TO DL-Surname.
           MOVE SPACES   TO DL-Major.
           SET SF-Master-Record TO TRUE.
           MOVE AV-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO DL-Surname
               NOT INVALID KEY
                   MOVE WS-Student-surname TO DL-Surname
                   MOVE WS-Student-major   TO DL-Major
           END-READ.
           PERFORM COLLECT-ADVISEE-RECORD.
           MOVE WS-Earned-Hours TO DL-Earned-Hours.
           MOVE WS-Cum-GPA      TO DL-GPA.
           MOVE "NO"            TO DL-Released.
           IF Releases-Are-Open
               MOVE AV-StuID     TO AR-StuID
               MOVE WS-List-Term TO AR-Term
               READ AdvReleaseFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AR-Release-Date TO DL-Released
                       ADD 1 TO WS-Advisor-Released
                       ADD 1 TO WS-Grand-Released
               END-READ
           END-IF.
           WRITE AdviseeReportLine FROM WS-Detail-Line.
           ADD 1 TO WS-Advisor-Count.
           ADD 1 TO WS-Grand-Count.

       START-NEW-ADVISOR.
           MOVE AV-Advisor-ID TO WS-Prev-Advisor.
           MOVE ZERO          TO WS-Advisor-Count.
           MOVE ZERO          TO WS-Advisor-Released.
           MOVE SPACES        TO WS-Instr-Name.
           IF FS-Instr-OK
               MOVE AV-Advisor-ID TO IN-ID
               READ InstructorFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IN-Name TO WS-Instr-Name
               END-READ
           END-IF.
           MOVE SPACES TO AdviseeReportLine.
           WRITE AdviseeReportLine.
           MOVE SPACES TO AdviseeReportLine.
           STRING "ADVISOR " AV-Advisor-ID " " WS-Instr-Name
               DELIMITED BY SIZE INTO AdviseeReportLine
           END-STRING.
           WRITE AdviseeReportLine.
           MOVE SPACES TO AdviseeReportLine.
           STRING "    STUID  SURNAME               MAJOR   EARNED"
                  "   GPA   RELEASED"
               DELIMITED BY SIZE INTO AdviseeReportLine
           END-STRING.
           WRITE AdviseeReportLine.

       PRINT-ADVISOR-TOTAL.
           MOVE WS-Advisor-Count    TO WS-Count-Edited.
           MOVE WS-Advisor-Released TO WS-Count-Edited-2.
           MOVE SPACES TO AdviseeReportLine.
           STRING "  ADVISOR " WS-Prev-Advisor " TOTAL "
                  WS-Count-Edited " ADVISEES " WS-Count-Edited-2
                  " RELEASED"
               DELIMITED BY SIZE INTO AdviseeReportLine
           END-STRING.
           WRITE AdviseeReportLine.

      ******************************************************************
      * Earned hours and cumulative GPA: the student's own "E" rows,
      * folded for repeats, plus accepted transfer hours (which earn
      * hours but carry no grade into the GPA).
      ******************************************************************
       COLLECT-ADVISEE-RECORD.
           MOVE ZERO TO WS-Attempt-Count.
           MOVE ZERO TO WS-Cum-Quality-Points.
           MOVE ZERO TO WS-Cum-GPA-Hours.
           MOVE ZERO TO WS-Earned-Hours.
           MOVE ZERO TO WS-Cum-GPA.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE AV-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM COLLECT-ONE-ATTEMPT UNTIL Scan-Done.
           PERFORM FOLD-ONE-ATTEMPT
               VARYING WS-Att-Sub FROM 1 BY 1
               UNTIL WS-Att-Sub > WS-Attempt-Count.
           MOVE "N" TO WS-Scan-Done-SW.
           MOVE "X" TO SF-Record-Type.
           MOVE AV-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM COLLECT-ONE-TRANSFER UNTIL Scan-Done.
           IF WS-Cum-GPA-Hours > ZERO
               COMPUTE WS-Cum-GPA ROUNDED =
                   WS-Cum-Quality-Points / WS-Cum-GPA-Hours
           END-IF.

       COLLECT-ONE-ATTEMPT.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-Student-id = AV-StuID
                       IF WS-Attempt-Count < 100
                           ADD 1 TO WS-Attempt-Count
                           MOVE WS-ED-Course-Code
                               TO ATT-Course(WS-Attempt-Count)
                           MOVE WS-ED-Credit-Hours
                               TO ATT-Hours(WS-Attempt-Count)
                           MOVE WS-ED-Grade
                               TO ATT-Grade(WS-Attempt-Count)
                       END-IF
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       COLLECT-ONE-TRANSFER.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WS-Transfer-Record
                      AND WS-XD-StuID = AV-StuID
                       ADD WS-XD-Credit-Hours TO WS-Earned-Hours
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       FOLD-ONE-ATTEMPT.
      *>   a later "W" or "I" is not a counting attempt and
      *>   supersedes nothing
           IF ATT-Grade(WS-Att-Sub) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Att-Superseded-SW.
           PERFORM CHECK-LATER-ATTEMPT
               VARYING WS-Att-Later-Sub FROM WS-Att-Sub BY 1
               UNTIL WS-Att-Later-Sub > WS-Attempt-Count.
           IF Attempt-Superseded
               EXIT PARAGRAPH
           END-IF.
           MOVE ATT-Grade(WS-Att-Sub) TO WS-Fold-Grade.
           PERFORM LOOK-UP-FOLD-POINTS.
           IF Grade-In-GPA
               COMPUTE WS-Cum-Quality-Points =
                   WS-Cum-Quality-Points
                   + WS-Grade-Points * ATT-Hours(WS-Att-Sub)
               ADD ATT-Hours(WS-Att-Sub) TO WS-Cum-GPA-Hours
           END-IF.
           IF Grade-In-GPA AND WS-Grade-Points >= 1.00
               ADD ATT-Hours(WS-Att-Sub) TO WS-Earned-Hours
           END-IF.

       CHECK-LATER-ATTEMPT.
           IF WS-Att-Later-Sub = WS-Att-Sub
               EXIT PARAGRAPH
           END-IF.
           IF ATT-Course(WS-Att-Later-Sub) = ATT-Course(WS-Att-Sub)
              AND ATT-Grade(WS-Att-Later-Sub) NOT = SPACES
               MOVE ATT-Grade(WS-Att-Later-Sub) TO WS-Fold-Grade
               PERFORM LOOK-UP-FOLD-POINTS
               IF Grade-In-GPA
                   SET Attempt-Superseded TO TRUE
               END-IF
           END-IF.

       LOOK-UP-FOLD-POINTS.
           MOVE ZERO TO WS-Grade-Points.
           MOVE "N"  TO WS-Grade-In-GPA-SW.
           SEARCH ALL GradeScale-Entry
               AT END
                   CONTINUE
               WHEN GS-Grade(GS-Idx) = WS-Fold-Grade
                   MOVE GS-Points(GS-Idx) TO WS-Grade-Points
                   IF GS-Counts-In-GPA(GS-Idx)
                       SET Grade-In-GPA TO TRUE
                   END-IF
           END-SEARCH.

       END PROGRAM md-basics-advisee-list.
