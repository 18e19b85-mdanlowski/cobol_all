      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Parameter-driven student selection. The operator keys any mix
      * of criteria - status, major, admit term, enrolled in a term
      * and/or a course, cumulative GPA range, earned-hours range,
      * account balance over an amount, an active hold code - and
      * every student meeting all of them is listed (select.prt) and
      * exported (select.csv). A blank or "N" answer leaves that
      * criterion out. From the same selection a clerk or supervisor
      * can queue one notice code to every student listed for the
      * letters run, or place one hold on every one of them; the
      * run and each notice and hold it generates go to audit.log.
      * GPA and earned hours are the transcript's: the counting
      * attempt of each repeated course only, transfer hours earned
      * but never in the GPA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-student-select.

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
           SELECT  SelectListFile ASSIGN TO "select.prt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-List-Status.
           SELECT  CsvFile ASSIGN TO "select.csv"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Csv-Status.
       COPY ACCOUNT-SEL.
       COPY HOLD-SEL.
       COPY NOTICE-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       FD  SelectListFile.
       01  SelectLine                  PIC X(80).

       FD  CsvFile.
       01  CsvRecord                   PIC X(100).

       COPY ACCOUNT-FD.
       COPY HOLD-FD.
       COPY NOTICE-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY ACCOUNT-WS.
       COPY HOLD-WS.
       COPY HOLD-CODES.
       COPY NOTICE-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY GRADE-SCALE.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-List-Status              PIC XX      VALUE SPACES.
           88  FS-List-OK                          VALUE "00".
       01  WS-Csv-Status               PIC XX      VALUE SPACES.
           88  FS-Csv-OK                           VALUE "00".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFile                           VALUE "Y".
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.

      *>   the criteria as keyed - a blank code or an "N" answer
      *>   means the criterion is not applied
       01  WS-Selection-Criteria.
           02  WS-Sel-Status           PIC X       VALUE SPACE.
               88  Sel-Status-Valid    VALUES " ", "A", "W", "G", "S".
           02  WS-Sel-Major            PIC X(6)    VALUE SPACES.
           02  WS-Sel-Admit-Term       PIC X(6)    VALUE SPACES.
           02  WS-Sel-Term             PIC X(6)    VALUE SPACES.
           02  WS-Sel-Course           PIC X(6)    VALUE SPACES.
           02  WS-Sel-GPA-SW           PIC X       VALUE "N".
               88  Sel-By-GPA                      VALUES "Y", "y".
           02  WS-Sel-GPA-Min          PIC 9V99    VALUE ZERO.
           02  WS-Sel-GPA-Max          PIC 9V99    VALUE ZERO.
           02  WS-Sel-Hours-SW         PIC X       VALUE "N".
               88  Sel-By-Hours                    VALUES "Y", "y".
           02  WS-Sel-Hours-Min        PIC 9(4)V9  VALUE ZERO.
           02  WS-Sel-Hours-Max        PIC 9(4)V9  VALUE ZERO.
           02  WS-Sel-Balance-SW       PIC X       VALUE "N".
               88  Sel-By-Balance                  VALUES "Y", "y".
           02  WS-Sel-Balance-Over     PIC 9(6)V99 VALUE ZERO.
           02  WS-Sel-Hold-Code        PIC X(4)    VALUE SPACES.
       01  WS-Code-Valid-SW            PIC X       VALUE "N".
           88  Hold-Code-Valid                     VALUE "Y".

      *>   an optional file that will not open means nobody has an
      *>   entry on it - a zero balance, no active holds
       01  WS-Accounts-Open-SW         PIC X       VALUE "N".
           88  Accounts-Are-Open                   VALUE "Y".
       01  WS-Holds-Open-SW            PIC X       VALUE "N".
           88  Holds-Are-Open                      VALUE "Y".

      *>   one candidate's measures, the SAP run's fold of the
      *>   student's graded attempts
       01  WS-Cand-StuID               PIC 9(5)    VALUE ZERO.
       01  WS-Cand-Enrolled-SW         PIC X       VALUE "N".
           88  Cand-Enrolled                       VALUE "Y".
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
       01  WS-Earned-Hours             PIC 9(4)V9  VALUE ZERO.
       01  WS-Cum-Quality-Points       PIC 9(5)V99 VALUE ZERO.
       01  WS-Cum-GPA-Hours            PIC 9(4)V9  VALUE ZERO.
       01  WS-Cum-GPA                  PIC 9V99    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Cand-Balance==
                               ==MONEY-PIC== BY ==S9(7)V99==.

      *>   the students selected, flagged by StuID, so the notice or
      *>   hold goes to exactly the list the operator was shown
       01  WS-Selected-Table.
           02  WS-Selected-Flag        PIC X       VALUE "N"
                                        OCCURS 100000 TIMES.
       01  WS-Sel-Subscript            PIC 9(6).
       01  WS-Selected-Count           PIC 9(6)    VALUE ZERO.
       01  WS-Examined-Count           PIC 9(6)    VALUE ZERO.

      *>   the mass action taken on the selection
       01  WS-Mass-Action              PIC X       VALUE SPACE.
           88  Mass-Notice                         VALUES "N", "n".
           88  Mass-Hold                           VALUES "H", "h".
       01  WS-Mass-Confirm             PIC X       VALUE "N".
           88  Mass-Confirmed                      VALUES "Y", "y".
       01  WS-Mass-Notice-Code         PIC X(4)    VALUE SPACES.
       01  WS-Mass-Subst-1             PIC X(12)   VALUE SPACES.
       01  WS-Mass-Subst-2             PIC X(12)   VALUE SPACES.
       01  WS-Mass-Hold-Code           PIC X(4)    VALUE SPACES.
       01  WS-Action-Count             PIC 9(6)    VALUE ZERO.
       01  WS-Action-Already           PIC 9(6)    VALUE ZERO.
       01  WS-Action-Failed            PIC 9(6)    VALUE ZERO.

       01  WS-List-Detail.
           02  LD-StuID                PIC 9(5).
           02  FILLER                  PIC X       VALUE SPACE.
           02  LD-Surname              PIC X(18).
           02  FILLER                  PIC X       VALUE SPACE.
           02  LD-Name                 PIC X(12).
           02  FILLER                  PIC X       VALUE SPACE.
           02  LD-Status               PIC X.
           02  FILLER                  PIC X       VALUE SPACE.
           02  LD-Major                PIC X(6).
           02  FILLER                  PIC X       VALUE SPACE.
           02  LD-Admit-Term           PIC X(6).
           02  FILLER                  PIC X       VALUE SPACE.
           02  LD-GPA                  PIC 9.99.
           02  FILLER                  PIC X       VALUE SPACE.
           02  LD-Earned               PIC ZZZ9.9.
           02  FILLER                  PIC X       VALUE SPACE.
           02  LD-Balance              PIC -ZZZ,ZZ9.99.

       01  WS-Csv-Line.
           02  WS-Csv-Rec-StuID        PIC 9(5).
           02  FILLER                  PIC X       VALUE ",".
           02  WS-Csv-Rec-Surname      PIC A(20).
           02  FILLER                  PIC X       VALUE ",".
           02  WS-Csv-Rec-Name         PIC A(20).
           02  FILLER                  PIC X       VALUE ",".
           02  WS-Csv-Rec-Status       PIC X.
           02  FILLER                  PIC X       VALUE ",".
           02  WS-Csv-Rec-Major        PIC X(6).
           02  FILLER                  PIC X       VALUE ",".
           02  WS-Csv-Rec-Admit-Term   PIC X(6).
           02  FILLER                  PIC X       VALUE ",".
           02  WS-Csv-Rec-GPA          PIC 9.99.
           02  FILLER                  PIC X       VALUE ",".
           02  WS-Csv-Rec-Earned       PIC 9(4).9.
           02  FILLER                  PIC X       VALUE ",".
           02  WS-Csv-Rec-Balance      PIC -9(7).99.

       01  WS-GPA-Edited-1             PIC 9.99.
       01  WS-GPA-Edited-2             PIC 9.99.
       01  WS-Hours-Edited-1           PIC ZZZ9.9.
       01  WS-Hours-Edited-2           PIC ZZZ9.9.
       01  WS-Money-Edited             PIC $$$$,$$9.99.
       01  WS-Count-Edited             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====STUDENT SELECTION====".
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset every
      *>   switch and count so a second selection starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Selected-Count.
            MOVE ZERO TO WS-Examined-Count.
            MOVE ZERO TO WS-Action-Count.
            MOVE ZERO TO WS-Action-Already.
            MOVE ZERO TO WS-Action-Failed.
            INITIALIZE WS-Selection-Criteria.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM KEY-SELECTION-CRITERIA.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM CLEAR-ONE-FLAG
                VARYING WS-Sel-Subscript FROM 1 BY 1
                UNTIL WS-Sel-Subscript > 100000.
            OPEN INPUT StudentsFile.
            IF NOT FS-OK
                PERFORM CHECK-FILE-STATUS
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT SelectListFile.
            OPEN OUTPUT CsvFile.
            IF NOT FS-List-OK OR NOT FS-Csv-OK
                DISPLAY "  *** unable to open select.prt/select.csv, "
                        "status " WS-List-Status "/" WS-Csv-Status
                        " ***"
                MOVE 8 TO RETURN-CODE
                CLOSE StudentsFile
                GOBACK
            END-IF.
            PERFORM OPEN-LOOKUP-FILES.
            PERFORM PRINT-LIST-HEADING.
            PERFORM SELECT-STUDENTS.
            CLOSE StudentsFile.
            PERFORM CLOSE-LOOKUP-FILES.
            PERFORM PRINT-LIST-FOOTING.
            MOVE WS-Selected-Count TO WS-Count-Edited.
            DISPLAY "  " WS-Count-Edited " student(s) selected of "
                    WS-Examined-Count " examined - list in select.prt,"
                    " export in select.csv.".
            IF WS-Selected-Count > ZERO AND RETURN-CODE = 0
               AND (Role-Clerk OR Role-Supervisor)
                PERFORM TAKE-MASS-ACTION
            END-IF.
            CLOSE SelectListFile.
            CLOSE CsvFile.
            GOBACK.

      ******************************************************************
      * The criteria. Each is prompted in turn; anything not keyed is
      * not applied. A hold code is checked against the hold table.
      ******************************************************************
       KEY-SELECTION-CRITERIA.
           DISPLAY "Leave a criterion blank (or answer N) to skip it.".
           DISPLAY "Status (A/W/G/S): " WITH NO ADVANCING.
           ACCEPT WS-Sel-Status.
           IF NOT Sel-Status-Valid
               DISPLAY "  *** status must be A, W, G or S ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Major (program code): " WITH NO ADVANCING.
           ACCEPT WS-Sel-Major.
           DISPLAY "Admit term: " WITH NO ADVANCING.
           ACCEPT WS-Sel-Admit-Term.
           DISPLAY "Enrolled in term: " WITH NO ADVANCING.
           ACCEPT WS-Sel-Term.
           DISPLAY "Enrolled in course: " WITH NO ADVANCING.
           ACCEPT WS-Sel-Course.
           DISPLAY "Select by cumulative GPA (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Sel-GPA-SW.
           IF Sel-By-GPA
               DISPLAY "  lowest GPA: " WITH NO ADVANCING
               ACCEPT WS-Sel-GPA-Min
               DISPLAY "  highest GPA: " WITH NO ADVANCING
               ACCEPT WS-Sel-GPA-Max
               IF WS-Sel-GPA-Max < WS-Sel-GPA-Min
                   DISPLAY "  *** highest GPA is below the lowest ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Select by earned hours (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Sel-Hours-SW.
           IF Sel-By-Hours
               DISPLAY "  fewest hours: " WITH NO ADVANCING
               ACCEPT WS-Sel-Hours-Min
               DISPLAY "  most hours: " WITH NO ADVANCING
               ACCEPT WS-Sel-Hours-Max
               IF WS-Sel-Hours-Max < WS-Sel-Hours-Min
                   DISPLAY "  *** most hours is below the fewest ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Select by balance owed (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Sel-Balance-SW.
           IF Sel-By-Balance
               DISPLAY "  balance over: " WITH NO ADVANCING
               ACCEPT WS-Sel-Balance-Over
           END-IF.
           DISPLAY "Active hold code (DIS/FIN/IMM/LIB/SAP): "
               WITH NO ADVANCING.
           ACCEPT WS-Sel-Hold-Code.
           IF WS-Sel-Hold-Code NOT = SPACES
               MOVE WS-Sel-Hold-Code TO WS-Hold-Maint-Code
               PERFORM VALIDATE-HOLD-CODE
               IF NOT Hold-Code-Valid
                   DISPLAY "  *** unknown hold code ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       VALIDATE-HOLD-CODE.
           MOVE "N" TO WS-Code-Valid-SW.
           SEARCH ALL HoldCodes-Entry
               AT END
                   CONTINUE
               WHEN HC-Code(HC-Idx) = WS-Hold-Maint-Code
                   SET Hold-Code-Valid TO TRUE
           END-SEARCH.

       CLEAR-ONE-FLAG.
           MOVE "N" TO WS-Selected-Flag(WS-Sel-Subscript).

       OPEN-LOOKUP-FILES.
           MOVE "N" TO WS-Accounts-Open-SW.
           MOVE "N" TO WS-Holds-Open-SW.
           OPEN INPUT AccountsFile.
           IF FS-Account-OK
               SET Accounts-Are-Open TO TRUE
           END-IF.
           OPEN INPUT HoldsFile.
           IF FS-Hold-OK
               SET Holds-Are-Open TO TRUE
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF Accounts-Are-Open
               CLOSE AccountsFile
           END-IF.
           IF Holds-Are-Open
               CLOSE HoldsFile
           END-IF.

      ******************************************************************
      * The pass: every master record in StuID order. The cheap tests
      * on the master itself go first; only a student who passes them
      * has the "E" and "X" rows read, the balance looked up and the
      * holds scanned.
      ******************************************************************
       SELECT-STUDENTS.
           SET SF-Master-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START.
           PERFORM UNTIL EndOfFile
               READ StudentsFile NEXT RECORD INTO WS-Student
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       IF WS-Master-Record
                           PERFORM TEST-ONE-STUDENT
                       ELSE
                           SET EndOfFile TO TRUE
                       END-IF
               END-READ
               IF NOT EndOfFile AND NOT FS-OK
                   PERFORM CHECK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET EndOfFile TO TRUE
               END-IF
           END-PERFORM.

       TEST-ONE-STUDENT.
           ADD 1 TO WS-Examined-Count.
           IF WS-Sel-Status NOT = SPACE
              AND WS-Student-status NOT = WS-Sel-Status
               EXIT PARAGRAPH
           END-IF.
           IF WS-Sel-Major NOT = SPACES
              AND WS-Student-major NOT = WS-Sel-Major
               EXIT PARAGRAPH
           END-IF.
           IF WS-Sel-Admit-Term NOT = SPACES
              AND WS-Student-admit-term NOT = WS-Sel-Admit-Term
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student-id TO WS-Cand-StuID.
           PERFORM COLLECT-ATTEMPTS.
           PERFORM COMPUTE-CAND-MEASURES.
           PERFORM RESTORE-MASTER-POSITION.
           IF (WS-Sel-Term NOT = SPACES OR WS-Sel-Course NOT = SPACES)
              AND NOT Cand-Enrolled
               EXIT PARAGRAPH
           END-IF.
      *>   a student with no graded hours yet has no GPA to be in
      *>   or out of range, so a GPA selection leaves the student out
           IF Sel-By-GPA
               IF WS-Cum-GPA-Hours = ZERO
                  OR WS-Cum-GPA < WS-Sel-GPA-Min
                  OR WS-Cum-GPA > WS-Sel-GPA-Max
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF Sel-By-Hours
               IF WS-Earned-Hours < WS-Sel-Hours-Min
                  OR WS-Earned-Hours > WS-Sel-Hours-Max
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM READ-CAND-BALANCE.
           IF Sel-By-Balance
              AND WS-Cand-Balance NOT > WS-Sel-Balance-Over
               EXIT PARAGRAPH
           END-IF.
           IF WS-Sel-Hold-Code NOT = SPACES
               IF NOT Holds-Are-Open
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Cand-StuID    TO WS-Hold-Maint-StuID
               MOVE WS-Sel-Hold-Code TO WS-Hold-Maint-Code
               PERFORM FIND-ACTIVE-HOLD-CODE
               IF NOT Hold-Code-Active
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-Sel-Subscript = WS-Cand-StuID + 1.
           MOVE "Y" TO WS-Selected-Flag(WS-Sel-Subscript).
           ADD 1 TO WS-Selected-Count.
           PERFORM WRITE-SELECTED-STUDENT.

       COLLECT-ATTEMPTS.
      *>   one keyed pass over the student's own "E" rows: the graded
      *>   ones are kept for the GPA fold, and any row in the term
      *>   and/or course asked for - a "W" is not enrolled - marks
      *>   the student enrolled
           MOVE ZERO TO WS-Attempt-Count.
           MOVE "N"  TO WS-Cand-Enrolled-SW.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Cand-StuID TO StuID.
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
                          AND WS-ED-StuID = WS-Cand-StuID
                           PERFORM NOTE-ONE-ATTEMPT
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-ONE-ATTEMPT.
           IF WS-ED-Grade NOT = "W"
              AND (WS-Sel-Term = SPACES OR WS-ED-Term = WS-Sel-Term)
              AND (WS-Sel-Course = SPACES
                   OR WS-ED-Course-Code = WS-Sel-Course)
               SET Cand-Enrolled TO TRUE
           END-IF.
           IF WS-ED-Grade NOT = SPACES
              AND WS-Attempt-Count < 100
               ADD 1 TO WS-Attempt-Count
               MOVE WS-ED-Course-Code  TO ATT-Course(WS-Attempt-Count)
               MOVE WS-ED-Credit-Hours TO ATT-Hours(WS-Attempt-Count)
               MOVE WS-ED-Grade        TO ATT-Grade(WS-Attempt-Count)
           END-IF.

       COMPUTE-CAND-MEASURES.
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

       FOLD-ONE-ATTEMPT.
      *>   only the counting attempt of each course feeds the GPA and
      *>   the earned hours - the fold the transcript applies
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
      *>   accepted transfer hours are earned but carry no grade
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Transfer-Record TO TRUE.
           MOVE WS-Cand-StuID TO StuID.
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
                          AND WS-XD-StuID = WS-Cand-StuID
                           ADD WS-XD-Credit-Hours TO WS-Earned-Hours
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       RESTORE-MASTER-POSITION.
      *>   the candidate's scans repositioned the file - re-read the
      *>   master by key so the outer READ NEXT resumes right after it
           SET SF-Master-Record TO TRUE.
           MOVE WS-Cand-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to re-read master for "
                           "StuID " WS-Cand-StuID ", status "
                           WS-File-Status " ***"
           END-READ.

       READ-CAND-BALANCE.
           MOVE ZERO TO WS-Cand-Balance.
           IF NOT Accounts-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Cand-StuID TO AC-StuID.
           MOVE ZERO          TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AC-Balance TO WS-Cand-Balance
           END-READ.

      ******************************************************************
      * The list and the export.
      ******************************************************************
       PRINT-LIST-HEADING.
           MOVE SPACES TO SelectLine.
           STRING "STUDENT SELECTION   RUN: " WS-Today
                  "   BY: " WS-Operator-ID
               DELIMITED BY SIZE INTO SelectLine
           END-STRING.
           WRITE SelectLine.
           MOVE SPACES TO SelectLine.
           STRING "  STATUS " WS-Sel-Status
                  "  MAJOR " WS-Sel-Major
                  "  ADMIT TERM " WS-Sel-Admit-Term
                  "  ENROLLED IN " WS-Sel-Term " " WS-Sel-Course
               DELIMITED BY SIZE INTO SelectLine
           END-STRING.
           WRITE SelectLine.
           IF Sel-By-GPA
               MOVE WS-Sel-GPA-Min TO WS-GPA-Edited-1
               MOVE WS-Sel-GPA-Max TO WS-GPA-Edited-2
               MOVE SPACES TO SelectLine
               STRING "  CUMULATIVE GPA " WS-GPA-Edited-1 " TO "
                      WS-GPA-Edited-2
                   DELIMITED BY SIZE INTO SelectLine
               END-STRING
               WRITE SelectLine
           END-IF.
           IF Sel-By-Hours
               MOVE WS-Sel-Hours-Min TO WS-Hours-Edited-1
               MOVE WS-Sel-Hours-Max TO WS-Hours-Edited-2
               MOVE SPACES TO SelectLine
               STRING "  EARNED HOURS " WS-Hours-Edited-1 " TO "
                      WS-Hours-Edited-2
                   DELIMITED BY SIZE INTO SelectLine
               END-STRING
               WRITE SelectLine
           END-IF.
           IF Sel-By-Balance
               MOVE WS-Sel-Balance-Over TO WS-Money-Edited
               MOVE SPACES TO SelectLine
               STRING "  BALANCE OVER " WS-Money-Edited
                   DELIMITED BY SIZE INTO SelectLine
               END-STRING
               WRITE SelectLine
           END-IF.
           IF WS-Sel-Hold-Code NOT = SPACES
               MOVE SPACES TO SelectLine
               STRING "  ACTIVE HOLD " WS-Sel-Hold-Code
                   DELIMITED BY SIZE INTO SelectLine
               END-STRING
               WRITE SelectLine
           END-IF.
           MOVE SPACES TO SelectLine.
           WRITE SelectLine.
           MOVE SPACES TO SelectLine.
           STRING "STUID SURNAME            NAME         S MAJOR  "
                  "ADMIT  GPA  EARNED     BALANCE"
               DELIMITED BY SIZE INTO SelectLine
           END-STRING.
           WRITE SelectLine.
           MOVE SPACES TO CsvRecord.
           STRING "StuID,Surname,Name,Status,Major,AdmitTerm,GPA,"
                  "Earned,Balance"
               DELIMITED BY SIZE INTO CsvRecord
           END-STRING.
           WRITE CsvRecord.

       WRITE-SELECTED-STUDENT.
           MOVE WS-Cand-StuID         TO LD-StuID.
           MOVE WS-Cand-StuID         TO WS-Csv-Rec-StuID.
      *>   the scans overwrote WS-Student - the master is back in
      *>   hand from RESTORE-MASTER-POSITION
           MOVE WS-Student-surname    TO LD-Surname.
           MOVE WS-Student-name       TO LD-Name.
           MOVE WS-Student-status     TO LD-Status.
           MOVE WS-Student-major      TO LD-Major.
           MOVE WS-Student-admit-term TO LD-Admit-Term.
           MOVE WS-Cum-GPA            TO LD-GPA.
           MOVE WS-Earned-Hours       TO LD-Earned.
           MOVE WS-Cand-Balance       TO LD-Balance.
           MOVE WS-List-Detail        TO SelectLine.
           WRITE SelectLine.
           MOVE WS-Student-surname    TO WS-Csv-Rec-Surname.
           MOVE WS-Student-name       TO WS-Csv-Rec-Name.
           MOVE WS-Student-status     TO WS-Csv-Rec-Status.
           MOVE WS-Student-major      TO WS-Csv-Rec-Major.
           MOVE WS-Student-admit-term TO WS-Csv-Rec-Admit-Term.
           MOVE WS-Cum-GPA            TO WS-Csv-Rec-GPA.
           MOVE WS-Earned-Hours       TO WS-Csv-Rec-Earned.
           MOVE WS-Cand-Balance       TO WS-Csv-Rec-Balance.
           MOVE WS-Csv-Line           TO CsvRecord.
           WRITE CsvRecord.

       PRINT-LIST-FOOTING.
           MOVE WS-Selected-Count TO WS-Count-Edited.
           MOVE SPACES TO SelectLine.
           WRITE SelectLine.
           MOVE SPACES TO SelectLine.
           STRING "  " WS-Count-Edited " STUDENT(S) SELECTED"
               DELIMITED BY SIZE INTO SelectLine
           END-STRING.
           WRITE SelectLine.
           MOVE SPACES TO CsvRecord.
           STRING "TRAILER," DELIMITED BY SIZE
                  WS-Selected-Count DELIMITED BY SIZE
               INTO CsvRecord
           END-STRING.
           WRITE CsvRecord.

      ******************************************************************
      * The mass action: one notice code queued for, or one hold
      * placed on, every student on the list just printed. The run
      * itself is audit-logged with its criteria, then each notice
      * or hold it generates.
      ******************************************************************
       TAKE-MASS-ACTION.
           DISPLAY "Action for the selection - (N)otice, (H)old, "
                   "or Enter for none: " WITH NO ADVANCING.
           ACCEPT WS-Mass-Action.
           EVALUATE TRUE
               WHEN Mass-Notice
                   PERFORM KEY-MASS-NOTICE
               WHEN Mass-Hold
                   PERFORM KEY-MASS-HOLD
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Selected-Count TO WS-Count-Edited.
           DISPLAY "Apply to all " WS-Count-Edited
                   " selected student(s) (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Mass-Confirm.
           IF NOT Mass-Confirmed
               DISPLAY "  no action taken."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO                  TO WS-Audit-StuID.
           MOVE "SELRUN"              TO WS-Audit-Action.
           MOVE WS-Selection-Criteria TO WS-Audit-Before.
           MOVE SPACES                TO WS-Audit-After.
           IF Mass-Notice
               STRING "NOTICE " WS-Mass-Notice-Code " "
                      WS-Mass-Subst-1 " " WS-Mass-Subst-2
                   DELIMITED BY SIZE INTO WS-Audit-After
               END-STRING
           ELSE
               STRING "HOLD " WS-Mass-Hold-Code
                   DELIMITED BY SIZE INTO WS-Audit-After
               END-STRING
           END-IF.
           PERFORM AUDIT-LOG-WRITE.
           IF Mass-Hold
               PERFORM OPEN-HOLDS-FOR-PLACING
               IF RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM ACT-ON-ONE-FLAG
               VARYING WS-Sel-Subscript FROM 1 BY 1
               UNTIL WS-Sel-Subscript > 100000.
           IF Mass-Hold
               CLOSE HoldsFile
           END-IF.
           PERFORM PRINT-ACTION-SUMMARY.

       KEY-MASS-NOTICE.
           DISPLAY "Notice code: " WITH NO ADVANCING.
           ACCEPT WS-Mass-Notice-Code.
           IF WS-Mass-Notice-Code = SPACES
               DISPLAY "  *** a notice code is required ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "First substitution value: " WITH NO ADVANCING.
           ACCEPT WS-Mass-Subst-1.
           DISPLAY "Second substitution value: " WITH NO ADVANCING.
           ACCEPT WS-Mass-Subst-2.

       KEY-MASS-HOLD.
           DISPLAY "Hold code (DIS/FIN/IMM/LIB/SAP): "
               WITH NO ADVANCING.
           ACCEPT WS-Mass-Hold-Code.
           MOVE WS-Mass-Hold-Code TO WS-Hold-Maint-Code.
           PERFORM VALIDATE-HOLD-CODE.
           IF NOT Hold-Code-Valid
               DISPLAY "  *** unknown hold code ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-HOLDS-FOR-PLACING.
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
           END-IF.

       ACT-ON-ONE-FLAG.
           IF WS-Selected-Flag(WS-Sel-Subscript) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Cand-StuID = WS-Sel-Subscript - 1.
           IF Mass-Notice
               PERFORM QUEUE-ONE-MASS-NOTICE
           ELSE
               PERFORM PLACE-ONE-MASS-HOLD
           END-IF.

       QUEUE-ONE-MASS-NOTICE.
           MOVE WS-Cand-StuID       TO WS-Notice-StuID.
           MOVE WS-Mass-Notice-Code TO WS-Notice-Code.
           MOVE WS-Mass-Subst-1     TO WS-Notice-Subst-1.
           MOVE WS-Mass-Subst-2     TO WS-Notice-Subst-2.
           PERFORM QUEUE-NOTICE.
           MOVE WS-Cand-StuID       TO WS-Audit-StuID.
           MOVE "SELNTC"            TO WS-Audit-Action.
           MOVE SPACES              TO WS-Audit-Before.
           MOVE SPACES              TO WS-Audit-After.
           STRING WS-Mass-Notice-Code " " WS-Mass-Subst-1 " "
                  WS-Mass-Subst-2
               DELIMITED BY SIZE INTO WS-Audit-After
           END-STRING.
           PERFORM AUDIT-LOG-WRITE.
           ADD 1 TO WS-Action-Count.

       PLACE-ONE-MASS-HOLD.
      *>   a student who already carries an active hold of the code
      *>   is not given a second one; PLACE-STUDENT-HOLD logs each
      *>   placement and queues the student's HOLD letter
           MOVE WS-Cand-StuID     TO WS-Hold-Maint-StuID.
           MOVE WS-Mass-Hold-Code TO WS-Hold-Maint-Code.
           PERFORM FIND-ACTIVE-HOLD-CODE.
           IF Hold-Code-Active
               ADD 1 TO WS-Action-Already
               EXIT PARAGRAPH
           END-IF.
           PERFORM PLACE-STUDENT-HOLD.
           IF Hold-Maint-Ok
               ADD 1 TO WS-Action-Count
           ELSE
               ADD 1 TO WS-Action-Failed
           END-IF.

       PRINT-ACTION-SUMMARY.
           MOVE WS-Action-Count TO WS-Count-Edited.
           MOVE SPACES TO SelectLine.
           IF Mass-Notice
               STRING "  NOTICE " WS-Mass-Notice-Code " QUEUED FOR "
                      WS-Count-Edited " STUDENT(S)"
                   DELIMITED BY SIZE INTO SelectLine
               END-STRING
           ELSE
               STRING "  " WS-Mass-Hold-Code " HOLD PLACED ON "
                      WS-Count-Edited " STUDENT(S)"
                   DELIMITED BY SIZE INTO SelectLine
               END-STRING
           END-IF.
           WRITE SelectLine.
           DISPLAY SelectLine.
           IF WS-Action-Already > ZERO
               MOVE WS-Action-Already TO WS-Count-Edited
               MOVE SPACES TO SelectLine
               STRING "  " WS-Count-Edited " STUDENT(S) ALREADY HELD "
                      "- NO SECOND HOLD PLACED"
                   DELIMITED BY SIZE INTO SelectLine
               END-STRING
               WRITE SelectLine
               DISPLAY SelectLine
           END-IF.
           IF WS-Action-Failed > ZERO
               MOVE WS-Action-Failed TO WS-Count-Edited
               MOVE SPACES TO SelectLine
               STRING "  " WS-Count-Edited " HOLD(S) COULD NOT BE "
                      "PLACED"
                   DELIMITED BY SIZE INTO SelectLine
               END-STRING
               WRITE SelectLine
               DISPLAY SelectLine
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY HOLDMNT-PROC.
       COPY NOTICE-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-student-select.
