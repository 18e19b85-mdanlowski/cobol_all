      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Satisfactory Academic Progress evaluation for financial aid at
      * the end of a term. Cumulative GPA, pace and maximum timeframe
      * are checked for every aided student; the status moves between
      * good standing, warning and suspension on sapstatus.dat, and a
      * suspended student is given the SAP hold, which blocks aid
      * disbursement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-sap-run.

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
      *> the aid office keeps every run's roster - a rerun adds to the
      *> file rather than losing the earlier one
           SELECT  RosterFile ASSIGN TO "sap.prt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Roster-Status.
       COPY AWARD-SEL.
       COPY PROGRAM-SEL.
       COPY SAPSTAT-SEL.
       COPY HOLD-SEL.
       COPY AUDIT-SEL.
       COPY NOTICE-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       FD  RosterFile.
       01  RosterLine                  PIC X(80).

       COPY AWARD-FD.
       COPY PROGRAM-FD.
       COPY SAPSTAT-FD.
       COPY HOLD-FD.
       COPY AUDIT-FD.
       COPY NOTICE-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY AWARD-WS.
       COPY PROGRAM-WS.
       COPY SAPSTAT-WS.
       COPY HOLD-WS.
       COPY AUDIT-WS.
       COPY NOTICE-WS.
       COPY ERRLOG-WS.
       COPY GRADE-SCALE.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Roster-Status            PIC XX      VALUE SPACES.
           88  FS-Roster-OK                        VALUE "00".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfAwards                         VALUE "Y".
       01  WS-Programs-Open-SW         PIC X       VALUE "N".
           88  Programs-Are-Open                   VALUE "Y".
       01  WS-Sap-Term                 PIC X(6)    VALUE SPACES.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.

      *>   the published aid standards, kept in one place so a
      *>   policy change is one edit: a 2.00 cumulative GPA, 67% of
      *>   attempted hours earned, and no more than 150% of the
      *>   program's hours attempted. A student with no program on
      *>   file is held to 150% of the default 120-hour degree.
       01  WS-Min-Cum-GPA              PIC 9V99    VALUE 2.00.
       01  WS-Min-Completion-Rate      PIC 9V999   VALUE 0.667.
       01  WS-Timeframe-Factor         PIC 9V9     VALUE 1.5.
       01  WS-Default-Program-Hours    PIC 9(3)V9  VALUE 120.0.

      *>   awards are keyed StuID first, so one student's awards come
      *>   up together - the student is evaluated once, on the first
      *>   award read
       01  WS-Last-StuID               PIC 9(5)    VALUE ZERO.
       01  WS-Sap-StuID                PIC 9(5)    VALUE ZERO.
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Program-Hours            PIC 9(3)V9  VALUE ZERO.
       01  WS-Max-Hours                PIC 9(4)V9  VALUE ZERO.

      *>   the student's raw attempts in ED-Seq (taken) order, folded
      *>   the way the transcript folds them - a graded attempt with
      *>   a later COMPLETED attempt of the same course is superseded
      *>   and stays out of the GPA and the earned hours, but every
      *>   graded attempt (W, F and I included) counts as attempted
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
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Attempted-Hours          PIC 9(4)V9  VALUE ZERO.
       01  WS-Earned-Hours             PIC 9(4)V9  VALUE ZERO.
       01  WS-Cum-Quality-Points       PIC 9(5)V99 VALUE ZERO.
       01  WS-Cum-GPA-Hours            PIC 9(4)V9  VALUE ZERO.
       01  WS-Cum-GPA                  PIC 9V99    VALUE ZERO.
       01  WS-Completion-Rate          PIC 9V999   VALUE ZERO.

      *>   which standards the student missed this run, and the
      *>   status carried into the term from the last evaluation
       01  WS-GPA-Fail-SW              PIC X       VALUE "N".
           88  GPA-Failed                          VALUE "Y".
       01  WS-Pace-Fail-SW             PIC X       VALUE "N".
           88  Pace-Failed                         VALUE "Y".
       01  WS-Timeframe-Fail-SW        PIC X       VALUE "N".
           88  Timeframe-Failed                    VALUE "Y".
       01  WS-Sap-Record-Found-SW      PIC X       VALUE "N".
           88  Sap-Record-Found                    VALUE "Y".
       01  WS-Carried-Status           PIC X       VALUE "M".
           88  Carried-In-On-Warning               VALUE "W".
           88  Carried-In-Suspended                VALUE "S".
       01  WS-New-Status               PIC X       VALUE "M".
           88  New-Meets                           VALUE "M".
           88  New-Warning                         VALUE "W".
           88  New-Suspension                      VALUE "S".

       01  WS-Evaluated-Count          PIC 9(5)    VALUE ZERO.
       01  WS-Meets-Count              PIC 9(5)    VALUE ZERO.
       01  WS-Warning-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Suspension-Count         PIC 9(5)    VALUE ZERO.
       01  WS-Skipped-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Holds-Placed             PIC 9(5)    VALUE ZERO.
       01  WS-Holds-Released           PIC 9(5)    VALUE ZERO.

      *>   the aid office's fixed-column roster line
       01  WS-Roster-Detail.
           02  RST-StuID               PIC 9(5).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RST-Surname             PIC X(16).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RST-Name                PIC X(12).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RST-GPA                 PIC 9.99.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RST-Pace                PIC ZZ9.9.
           02  FILLER                  PIC X(3)    VALUE "%  ".
           02  RST-Attempted           PIC ZZZ9.9.
           02  FILLER                  PIC X       VALUE "/".
           02  RST-Max                 PIC ZZZ9.9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RST-Status              PIC X(10).
       01  WS-Pace-Percent             PIC 999V9   VALUE ZERO.
       01  WS-GPA-Edited               PIC 9.99.
       01  WS-Min-GPA-Edited           PIC 9.99.
       01  WS-Hours-Edited             PIC ZZZ9.9.
       01  WS-Count-Edited             PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====SATISFACTORY ACADEMIC PROGRESS RUN====".
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset the EOF
      *>   switch and the run counters so a rerun starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Last-StuID.
            MOVE ZERO TO WS-Evaluated-Count.
            MOVE ZERO TO WS-Meets-Count.
            MOVE ZERO TO WS-Warning-Count.
            MOVE ZERO TO WS-Suspension-Count.
            MOVE ZERO TO WS-Skipped-Count.
            MOVE ZERO TO WS-Holds-Placed.
            MOVE ZERO TO WS-Holds-Released.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "SAP evaluation term: " WITH NO ADVANCING.
            ACCEPT WS-Sap-Term.
            PERFORM OPEN-FOR-SAP.
            IF RETURN-CODE NOT = 0 OR EndOfAwards
                GOBACK
            END-IF.
            PERFORM WRITE-ROSTER-HEADING.
            PERFORM READ-AWARDS-LOOP UNTIL EndOfAwards.
            PERFORM WRITE-ROSTER-TOTALS.
            CLOSE AwardsFile.
            CLOSE StudentsFile.
            CLOSE SapStatusFile.
            CLOSE HoldsFile.
            CLOSE RosterFile.
            IF Programs-Are-Open
                CLOSE ProgramsFile
            END-IF.
            DISPLAY "  " WS-Evaluated-Count " aided student(s) "
                    "evaluated for " WS-Sap-Term ": "
                    WS-Meets-Count " meet, "
                    WS-Warning-Count " warning, "
                    WS-Suspension-Count " suspension.".
            DISPLAY "  " WS-Holds-Placed " SAP hold(s) placed, "
                    WS-Holds-Released " released - roster written "
                    "to sap.prt.".
            IF WS-Skipped-Count > ZERO
                DISPLAY "  " WS-Skipped-Count " aided student(s) "
                        "NOT evaluated, see error.log."
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

       OPEN-FOR-SAP.
           OPEN INPUT AwardsFile.
           IF FS-Award-File-Missing
               DISPLAY "  no awards on file - no aided students to "
                       "evaluate."
               SET EndOfAwards TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT FS-Award-OK
               DISPLAY "  *** unable to open awards.dat, status "
                       WS-Award-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE AwardsFile
               EXIT PARAGRAPH
           END-IF.
      *>   no programs.dat just means no program master has been
      *>   built yet - every student is held to the default degree
           MOVE "N" TO WS-Programs-Open-SW.
           OPEN INPUT ProgramsFile.
           IF FS-Program-OK
               SET Programs-Are-Open TO TRUE
           END-IF.
      *>   the first-ever run has no sapstatus.dat or holds.dat yet -
      *>   create each empty, then reopen I-O
           OPEN I-O SapStatusFile.
           IF FS-Sap-File-Missing
               OPEN OUTPUT SapStatusFile
               CLOSE SapStatusFile
               OPEN I-O SapStatusFile
           END-IF.
           IF NOT FS-Sap-OK
               DISPLAY "  *** unable to open sapstatus.dat, status "
                       WS-Sap-Status " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-INPUT-FILES
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O HoldsFile.
           IF FS-Hold-File-Missing
               OPEN OUTPUT HoldsFile
               CLOSE HoldsFile
               OPEN I-O HoldsFile
           END-IF.
           IF NOT FS-Hold-OK
               DISPLAY "  *** unable to open holds.dat, status "
                       WS-Hold-Status " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-INPUT-FILES
               CLOSE SapStatusFile
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND RosterFile.
           IF NOT FS-Roster-OK
               OPEN OUTPUT RosterFile
           END-IF.
           IF NOT FS-Roster-OK
               DISPLAY "  *** unable to open sap.prt, status "
                       WS-Roster-Status " ***"
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-INPUT-FILES
               CLOSE SapStatusFile
               CLOSE HoldsFile
           END-IF.

       CLOSE-INPUT-FILES.
           CLOSE AwardsFile.
           CLOSE StudentsFile.
           IF Programs-Are-Open
               CLOSE ProgramsFile
           END-IF.

       READ-AWARDS-LOOP.
      *>   an aided student is one with any award on file - the
      *>   standard follows the student, not the one term's award
           READ AwardsFile NEXT RECORD
               AT END
                   SET EndOfAwards TO TRUE
               NOT AT END
                   IF AW-StuID NOT = WS-Last-StuID
                       MOVE AW-StuID TO WS-Last-StuID
                       PERFORM EVALUATE-ONE-STUDENT
                   END-IF
           END-READ.

       EVALUATE-ONE-STUDENT.
           MOVE AW-StuID TO WS-Sap-StuID.
           PERFORM READ-MASTER-RECORD.
           IF NOT Student-On-File
               ADD 1 TO WS-Skipped-Count
               MOVE "AW-StuID" TO WS-ErrLog-Field
               MOVE "9034"     TO WS-ErrLog-Reason-Code
               MOVE "aided StuID has no master record"
                               TO WS-ErrLog-Text
               PERFORM LOG-SAP-ERROR
               EXIT PARAGRAPH
           END-IF.
      *>   a graduate or a withdrawn student has no further aid for
      *>   the standard to protect
           IF WS-GRADUATED-STUDENT OR WS-WITHDRAWN-STUDENT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student-surname TO RST-Surname.
           MOVE WS-Student-name    TO RST-Name.
           PERFORM FIND-STUDENT-PROGRAM.
           PERFORM COLLECT-ATTEMPTS.
           PERFORM COMPUTE-SAP-MEASURES.
           PERFORM READ-SAP-STATUS.
           PERFORM ASSIGN-SAP-STATUS.
           PERFORM SAVE-SAP-STATUS.
           PERFORM APPLY-SAP-HOLD.
           PERFORM WRITE-ROSTER-ENTRY.
           ADD 1 TO WS-Evaluated-Count.

       READ-MASTER-RECORD.
           MOVE "N" TO WS-Student-Found-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Sap-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.

       FIND-STUDENT-PROGRAM.
      *>   the maximum timeframe is 150% of the hours the student's
      *>   own program requires; a blank or unknown major falls back
      *>   to the default degree the graduation audit also uses
           MOVE WS-Default-Program-Hours TO WS-Program-Hours.
           IF Programs-Are-Open AND WS-Student-major NOT = SPACES
               MOVE WS-Student-major TO PG-Code
               READ ProgramsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PG-Total-Hours TO WS-Program-Hours
               END-READ
           END-IF.
           COMPUTE WS-Max-Hours =
               WS-Program-Hours * WS-Timeframe-Factor.

       COLLECT-ATTEMPTS.
      *>   one keyed pass over the student's own "E" rows; rows with
      *>   no grade yet are still in progress and are not measured
           MOVE ZERO TO WS-Attempt-Count.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Sap-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Scan-Done
               READ StudentsFile NEXT RECORD INTO WS-Student
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       IF WS-Enrollment-Record
                          AND WS-Student-id = WS-Sap-StuID
                           IF WS-ED-Grade NOT = SPACES
                              AND WS-Attempt-Count < 100
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
               END-READ
           END-PERFORM.

       COMPUTE-SAP-MEASURES.
           MOVE ZERO TO WS-Attempted-Hours.
           MOVE ZERO TO WS-Earned-Hours.
           MOVE ZERO TO WS-Cum-Quality-Points.
           MOVE ZERO TO WS-Cum-GPA-Hours.
           MOVE ZERO TO WS-Cum-GPA.
           PERFORM FOLD-ONE-ATTEMPT
               VARYING WS-Att-Sub FROM 1 BY 1
               UNTIL WS-Att-Sub > WS-Attempt-Count.
           PERFORM COLLECT-TRANSFER-HOURS.
           IF WS-Cum-GPA-Hours > ZERO
               COMPUTE WS-Cum-GPA ROUNDED =
                   WS-Cum-Quality-Points / WS-Cum-GPA-Hours
           END-IF.
      *>   a student with nothing attempted yet has missed nothing
           IF WS-Attempted-Hours > ZERO
               COMPUTE WS-Completion-Rate ROUNDED =
                   WS-Earned-Hours / WS-Attempted-Hours
           ELSE
               MOVE 1 TO WS-Completion-Rate
           END-IF.
           MOVE "N" TO WS-GPA-Fail-SW.
           MOVE "N" TO WS-Pace-Fail-SW.
           MOVE "N" TO WS-Timeframe-Fail-SW.
           IF WS-Cum-GPA-Hours > ZERO
              AND WS-Cum-GPA < WS-Min-Cum-GPA
               SET GPA-Failed TO TRUE
           END-IF.
           IF WS-Completion-Rate < WS-Min-Completion-Rate
               SET Pace-Failed TO TRUE
           END-IF.
           IF WS-Attempted-Hours > WS-Max-Hours
               SET Timeframe-Failed TO TRUE
           END-IF.

       FOLD-ONE-ATTEMPT.
      *>   every graded attempt is attempted hours, superseded or
      *>   not - a W, an F and an I all used up aid eligibility.
      *>   Only the counting attempt of each course feeds the GPA
      *>   and the earned hours, the same fold the transcript and
      *>   the graduation audit apply.
           ADD ATT-Hours(WS-Att-Sub) TO WS-Attempted-Hours.
           MOVE "N" TO WS-Att-Superseded-SW.
           COMPUTE WS-Att-Later-Sub = WS-Att-Sub + 1.
           PERFORM UNTIL WS-Att-Later-Sub > WS-Attempt-Count
               IF ATT-Course(WS-Att-Later-Sub) =
                  ATT-Course(WS-Att-Sub)
                   MOVE ATT-Grade(WS-Att-Later-Sub)
                       TO WS-Fold-Grade
                   PERFORM LOOK-UP-FOLD-POINTS
                   IF Grade-In-GPA
                       SET Attempt-Superseded TO TRUE
                   END-IF
               END-IF
               ADD 1 TO WS-Att-Later-Sub
           END-PERFORM.
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

       COLLECT-TRANSFER-HOURS.
      *>   accepted transfer hours are both attempted and earned, and
      *>   count against the maximum timeframe, but carry no grade
      *>   and so never touch the GPA
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Transfer-Record TO TRUE.
           MOVE WS-Sap-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Scan-Done
               READ StudentsFile NEXT RECORD INTO WS-Student
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       IF WS-Transfer-Record
                          AND WS-XD-StuID = WS-Sap-StuID
                           ADD WS-XD-Credit-Hours
                               TO WS-Attempted-Hours
                           ADD WS-XD-Credit-Hours
                               TO WS-Earned-Hours
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       READ-SAP-STATUS.
      *>   the status the student carried into this term: the last
      *>   run's status, or - when this term was already run once -
      *>   the status that run itself started from, so a rerun
      *>   never escalates a warning it gave itself
           MOVE "N" TO WS-Sap-Record-Found-SW.
           MOVE "M" TO WS-Carried-Status.
           MOVE WS-Sap-StuID TO SS-StuID.
           READ SapStatusFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Sap-Record-Found TO TRUE
                   IF SS-Term = WS-Sap-Term
                       MOVE SS-Prior-Status TO WS-Carried-Status
                   ELSE
                       MOVE SS-Status       TO WS-Carried-Status
                   END-IF
           END-READ.

       ASSIGN-SAP-STATUS.
      *>   a first miss is a warning term with aid still paid; a
      *>   second consecutive miss is suspension. Running past the
      *>   maximum timeframe is suspension at once - no warning term
      *>   can bring the attempted hours back down.
           EVALUATE TRUE
               WHEN NOT GPA-Failed AND NOT Pace-Failed
                    AND NOT Timeframe-Failed
                   SET New-Meets TO TRUE
                   ADD 1 TO WS-Meets-Count
               WHEN Timeframe-Failed
                    OR Carried-In-On-Warning
                    OR Carried-In-Suspended
                   SET New-Suspension TO TRUE
                   ADD 1 TO WS-Suspension-Count
               WHEN OTHER
                   SET New-Warning TO TRUE
                   ADD 1 TO WS-Warning-Count
           END-EVALUATE.

       SAVE-SAP-STATUS.
           IF Sap-Record-Found
               MOVE SapStatusRecord TO WS-Audit-Before
           ELSE
               MOVE SPACES          TO WS-Audit-Before
           END-IF.
           MOVE WS-Sap-StuID       TO SS-StuID.
           MOVE WS-Sap-Term        TO SS-Term.
           MOVE WS-New-Status      TO SS-Status.
           MOVE WS-Carried-Status  TO SS-Prior-Status.
           MOVE WS-Cum-GPA         TO SS-Cum-GPA.
           MOVE WS-Completion-Rate TO SS-Completion-Rate.
           MOVE WS-Attempted-Hours TO SS-Attempted-Hours.
           MOVE WS-Max-Hours       TO SS-Max-Hours.
           MOVE WS-Today           TO SS-Eval-Date.
           IF Sap-Record-Found
               REWRITE SapStatusRecord
                   INVALID KEY
                       PERFORM REPORT-SAP-WRITE-ERROR
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE SapStatusRecord
                   INVALID KEY
                       PERFORM REPORT-SAP-WRITE-ERROR
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
           MOVE WS-Sap-StuID    TO WS-Audit-StuID.
           MOVE "SAPEVL"        TO WS-Audit-Action.
           MOVE SapStatusRecord TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.

       REPORT-SAP-WRITE-ERROR.
           DISPLAY "  *** unable to record SAP status for StuID "
                   WS-Sap-StuID ", status " WS-Sap-Status " ***".
           MOVE 8 TO RETURN-CODE.

       APPLY-SAP-HOLD.
      *>   suspension places the SAP hold, which stops disbursement
      *>   and nothing else; a student meeting the standard again
      *>   has it released. A warning term leaves the holds as they
      *>   stand - aid is still paid during a warning.
           MOVE WS-Sap-StuID TO WS-Hold-Maint-StuID.
           MOVE "SAP"        TO WS-Hold-Maint-Code.
           EVALUATE TRUE
               WHEN New-Suspension
                   PERFORM FIND-ACTIVE-HOLD-CODE
                   IF NOT Hold-Code-Active
                       PERFORM PLACE-STUDENT-HOLD
                       IF Hold-Maint-Ok
                           ADD 1 TO WS-Holds-Placed
                       END-IF
                   END-IF
               WHEN New-Meets
                   PERFORM RELEASE-HOLDS-BY-CODE
                   ADD WS-Hold-Released-Count TO WS-Holds-Released
           END-EVALUATE.

       WRITE-ROSTER-HEADING.
           MOVE SPACES TO RosterLine.
           WRITE RosterLine.
           MOVE SPACES TO RosterLine.
           STRING "==== SATISFACTORY ACADEMIC PROGRESS - TERM "
                  WS-Sap-Term " - RUN " WS-Today " ===="
               DELIMITED BY SIZE INTO RosterLine
           END-STRING.
           WRITE RosterLine.
           MOVE "STUID  SURNAME          NAME         GPA   PACE"
               TO RosterLine.
           MOVE "ATT/MAX        STATUS" TO RosterLine(52:21).
           WRITE RosterLine.
           MOVE "-----  ---------------- ------------ ----  ------"
               TO RosterLine.
           MOVE "-------------  ----------" TO RosterLine(52:25).
           WRITE RosterLine.

       WRITE-ROSTER-ENTRY.
           MOVE WS-Sap-StuID       TO RST-StuID.
           MOVE WS-Cum-GPA         TO RST-GPA.
           COMPUTE WS-Pace-Percent ROUNDED = WS-Completion-Rate * 100.
           MOVE WS-Pace-Percent    TO RST-Pace.
           MOVE WS-Attempted-Hours TO RST-Attempted.
           MOVE WS-Max-Hours       TO RST-Max.
           EVALUATE TRUE
               WHEN New-Meets
                   MOVE "MEETS"      TO RST-Status
               WHEN New-Warning
                   MOVE "WARNING"    TO RST-Status
               WHEN OTHER
                   MOVE "SUSPENSION" TO RST-Status
           END-EVALUATE.
           MOVE WS-Roster-Detail TO RosterLine.
           WRITE RosterLine.
      *>   every standard missed is named, so the aid office can
      *>   answer the student's appeal without working it out again
           IF GPA-Failed
               MOVE WS-Cum-GPA     TO WS-GPA-Edited
               MOVE WS-Min-Cum-GPA TO WS-Min-GPA-Edited
               MOVE SPACES TO RosterLine
               STRING "       REASON: CUMULATIVE GPA " WS-GPA-Edited
                      " IS BELOW THE " WS-Min-GPA-Edited " MINIMUM"
                   DELIMITED BY SIZE INTO RosterLine
               END-STRING
               WRITE RosterLine
           END-IF.
           IF Pace-Failed
               MOVE WS-Earned-Hours TO WS-Hours-Edited
               MOVE SPACES TO RosterLine
               STRING "       REASON: PACE - EARNED " WS-Hours-Edited
                      " OF " RST-Attempted " ATTEMPTED, UNDER 67%"
                   DELIMITED BY SIZE INTO RosterLine
               END-STRING
               WRITE RosterLine
           END-IF.
           IF Timeframe-Failed
               MOVE SPACES TO RosterLine
               STRING "       REASON: ATTEMPTED HOURS EXCEED THE "
                      "150% MAXIMUM TIMEFRAME"
                   DELIMITED BY SIZE INTO RosterLine
               END-STRING
               WRITE RosterLine
           END-IF.
           IF New-Suspension AND NOT Timeframe-Failed
               MOVE SPACES TO RosterLine
               IF Carried-In-Suspended
                   MOVE "       REASON: STILL SHORT OF THE STANDARD "
                       TO RosterLine
                   MOVE "WHILE SUSPENDED" TO RosterLine(44:15)
               ELSE
                   MOVE "       REASON: SHORT OF THE STANDARD AGAIN "
                       TO RosterLine
                   MOVE "AFTER A WARNING TERM" TO RosterLine(44:20)
               END-IF
               WRITE RosterLine
           END-IF.

       WRITE-ROSTER-TOTALS.
           MOVE SPACES TO RosterLine.
           WRITE RosterLine.
           MOVE WS-Evaluated-Count TO WS-Count-Edited.
           MOVE SPACES TO RosterLine.
           STRING "  AIDED STUDENTS EVALUATED: " WS-Count-Edited
               DELIMITED BY SIZE INTO RosterLine
           END-STRING.
           WRITE RosterLine.
           MOVE WS-Meets-Count TO WS-Count-Edited.
           MOVE SPACES TO RosterLine.
           STRING "  MEETS:                    " WS-Count-Edited
               DELIMITED BY SIZE INTO RosterLine
           END-STRING.
           WRITE RosterLine.
           MOVE WS-Warning-Count TO WS-Count-Edited.
           MOVE SPACES TO RosterLine.
           STRING "  WARNING:                  " WS-Count-Edited
               DELIMITED BY SIZE INTO RosterLine
           END-STRING.
           WRITE RosterLine.
           MOVE WS-Suspension-Count TO WS-Count-Edited.
           MOVE SPACES TO RosterLine.
           STRING "  SUSPENSION:               " WS-Count-Edited
               DELIMITED BY SIZE INTO RosterLine
           END-STRING.
           WRITE RosterLine.

       LOG-SAP-ERROR.
           MOVE "MD-BASICS-SAP-RUN" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.

       COPY HOLDMNT-PROC.
       COPY NOTICE-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-sap-run.
