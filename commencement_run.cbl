      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * The commencement run for one graduating term. Every cleared
      * candidate - a status G master with enrollment in the term -
      * has their final cumulative GPA worked out with the same
      * repeat-course fold the graduation audit uses, and is given
      * the highest Latin honor on the maintained threshold file
      * (honors.dat) whose GPA and residence hours they both meet.
      * Residence hours are the hours earned here; accepted transfer
      * ("X") hours never count toward them. The run prints the
      * commencement program by degree program under legal names
      * (commence.<term>.prt) and writes the printer's diploma-order
      * file (diploma.<term>.dat). Both are rebuilt from the current
      * records on every run, so a grade change posted before the
      * ceremony is picked up by simply running it again.
      * 2026-10-15  Each honors level is taken at its latest version in
      *             force on the conferral date, so a threshold change
      *             keyed ahead for a later class no longer drops the
      *             level from this one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-commencement.

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
       COPY PROGRAM-SEL.
       COPY HONORS-SEL.
           SELECT  SortWorkFile ASSIGN TO "sortwork.tmp".
      *> one program listing and one diploma order per graduating
      *> term - a rerun replaces both with the current figures
           SELECT  ProgramListFile ASSIGN TO WS-List-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-List-Status.
           SELECT  DiplomaFile ASSIGN TO WS-Diploma-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Diploma-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY TERM-FD.
       COPY PROGRAM-FD.
       COPY HONORS-FD.

       SD  SortWorkFile.
       01  SortWorkRecord.
           02  SW-Program          PIC X(6).
           02  SW-Surname          PIC A(20).
           02  SW-Name             PIC A(20).
           02  SW-StuID            PIC 9(5).
           02  SW-Legal-Name       PIC X(41).
           02  SW-GPA              PIC 9V99.
           02  SW-Residence        PIC 9(3)V9.
           02  SW-Honors-Rank      PIC X.
           02  SW-Honors-Title     PIC X(20).
           02  SW-Privacy-Flag     PIC X.

       FD  ProgramListFile.
       01  ProgramListLine             PIC X(80).

      *>   the diploma printer's order: one record per graduate, the
      *>   name exactly as it is to be engraved
       FD  DiplomaFile.
       01  DiplomaRecord.
           02  DO-StuID                PIC 9(5).
           02  DO-Legal-Name           PIC X(41).
           02  DO-Program-Code         PIC X(6).
           02  DO-Program-Title        PIC X(20).
           02  DO-Honors-Title         PIC X(20).
           02  DO-Conferral-Date       PIC 9(8).
           02  DO-Term                 PIC X(6).

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY PROGRAM-WS.
       COPY HONORS-WS.
       COPY PRIVACY-WS.
       COPY GRADE-SCALE.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-List-Status              PIC XX      VALUE SPACES.
           88  FS-List-OK                          VALUE "00".
       01  WS-Diploma-Status           PIC XX      VALUE SPACES.
           88  FS-Diploma-OK                       VALUE "00".
       01  WS-List-File-Name           PIC X(30)   VALUE SPACES.
       01  WS-Diploma-File-Name        PIC X(30)   VALUE SPACES.
       01  WS-Source-EOF-SW            PIC X       VALUE "N".
           88  EndOfSource                         VALUE "Y".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfSort                           VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Grad-Term                PIC X(6)    VALUE SPACES.
      *>   the term's end date is the date the degrees are conferred
      *>   and the date printed on the diploma
       01  WS-Conferral-Date           PIC 9(8)    VALUE ZERO.

      *>   one flag per StuID: "Y" where the student has a row in the
      *>   graduating term - the "E" rows sort ahead of the masters,
      *>   so it is complete before the first candidate comes up
       01  WS-Term-Table.
           02  WS-In-Term-Flag         PIC X       VALUE "N"
                                        OCCURS 100000 TIMES.
       01  WS-Tally-Sub                PIC 9(6).

      *>   the degree-program master, for the listing's headings and
      *>   the diploma's program title
       01  WS-Pgm-Count                PIC 99      VALUE ZERO.
       01  WS-Program-Table.
           02  WS-Pgm-Entry OCCURS 0 TO 20 TIMES
                       DEPENDING ON WS-Pgm-Count
                       INDEXED BY PGM-Idx.
               03  PGM-Code            PIC X(6).
               03  PGM-Title           PIC X(20).
       01  WS-Pgm-EOF-SW               PIC X       VALUE "N".
           88  EndOfPrograms                       VALUE "Y".
       01  WS-Pgm-Sub                  PIC 99      VALUE ZERO.
       01  WS-Program-Title            PIC X(20)   VALUE SPACES.
       01  WS-Current-Program          PIC X(6)    VALUE SPACES.
       01  WS-First-Program-SW         PIC X       VALUE "Y".
           88  First-Program                       VALUE "Y".
       01  WS-Program-Grads            PIC 9(5)    VALUE ZERO.

      *>   the honors levels in force on the conferral date, highest
      *>   first (rank "1" leads the file); an empty table awards no
      *>   honors at all
       01  WS-Hon-Count                PIC 9       VALUE ZERO.
       01  WS-Honors-Table.
           02  WS-Hon-Entry OCCURS 9 TIMES.
               03  HON-Rank            PIC X.
               03  HON-Title           PIC X(20).
               03  HON-Min-GPA         PIC 9V99.
               03  HON-Min-Residence   PIC 9(3)V9.
               03  HON-Awarded         PIC 9(5).
       01  WS-Hon-Sub                  PIC 99      VALUE ZERO.
       01  WS-Honors-EOF-SW            PIC X       VALUE "N".
           88  EndOfHonors                         VALUE "Y".
       01  WS-Honor-Found-SW           PIC X       VALUE "N".
           88  Honor-Found                         VALUE "Y".

      *>   one candidate's raw attempts in ED-Seq (taken) order and
      *>   the fold of them - the graduation audit's repeat policy:
      *>   a graded attempt with a later counting attempt of the same
      *>   course is superseded and counts for nothing
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
       01  WS-Cand-StuID               PIC 9(5)    VALUE ZERO.
       01  WS-Cand-Scan-Done-SW        PIC X       VALUE "N".
           88  Cand-Scan-Done                      VALUE "Y".
       01  WS-Cum-Quality-Points       PIC 9(5)V99 VALUE ZERO.
       01  WS-Cum-GPA-Hours            PIC 9(4)V9  VALUE ZERO.
       01  WS-Residence-Hours          PIC 9(3)V9  VALUE ZERO.
       01  WS-Cand-GPA                 PIC 9V99    VALUE ZERO.
       01  WS-Cand-Legal-Name          PIC X(41)   VALUE SPACES.

       01  WS-Graduate-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Honors-Total             PIC 9(5)    VALUE ZERO.
       01  WS-Diploma-Count            PIC 9(5)    VALUE ZERO.
       01  WS-GPA-Edited               PIC 9.99.
       01  WS-Hours-Edited             PIC ZZ9.9.
       01  WS-Count-Edited             PIC ZZ,ZZ9.

       01  WS-Graduate-Line.
           02  FILLER                  PIC X(6)    VALUE SPACES.
           02  GL-Legal-Name           PIC X(41).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  GL-Honors-Title         PIC X(20).
           02  FILLER                  PIC X(11)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====COMMENCEMENT AND LATIN HONORS RUN====".
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset the sort
      *>   switches and counts so a rerun before the ceremony starts
      *>   clean and rebuilds both files from the current records
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Source-EOF-SW.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Graduate-Count.
            MOVE ZERO TO WS-Honors-Total.
            MOVE ZERO TO WS-Diploma-Count.
            MOVE ZERO TO WS-Privacy-Withheld.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Graduating term: " WITH NO ADVANCING.
            ACCEPT WS-Grad-Term.
            OPEN INPUT TermsFile.
            IF NOT FS-Term-OK
                DISPLAY "  *** terms.dat not available, status "
                        WS-Term-Status " - no commencement run ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WS-Grad-Term TO TM-Code.
            READ TermsFile
                INVALID KEY
                    DISPLAY "  *** term " WS-Grad-Term
                            " is not on the term master ***"
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    MOVE TM-End-Date TO WS-Conferral-Date
            END-READ.
            CLOSE TermsFile.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM LOAD-PROGRAM-TABLE.
            PERFORM LOAD-HONORS-TABLE.
            PERFORM CLEAR-ONE-TALLY
                VARYING WS-Tally-Sub FROM 1 BY 1
                UNTIL WS-Tally-Sub > 100000.
            SORT SortWorkFile
                ON ASCENDING KEY SW-Program SW-Surname SW-Name
                INPUT PROCEDURE SELECT-AND-HONOR-GRADUATES
                OUTPUT PROCEDURE PRINT-COMMENCEMENT-PROGRAM.
            MOVE WS-Graduate-Count TO WS-Count-Edited.
            DISPLAY "  " WS-Count-Edited " graduate(s) for "
                    WS-Grad-Term " listed in " WS-List-File-Name.
            MOVE WS-Honors-Total TO WS-Count-Edited.
            DISPLAY "  " WS-Count-Edited " awarded Latin honors.".
            MOVE WS-Diploma-Count TO WS-Count-Edited.
            DISPLAY "  " WS-Count-Edited " diploma order(s) in "
                    WS-Diploma-File-Name.
            GOBACK.

       LOAD-PROGRAM-TABLE.
           MOVE ZERO TO WS-Pgm-Count.
           MOVE "N"  TO WS-Pgm-EOF-SW.
           OPEN INPUT ProgramsFile.
           IF NOT FS-Program-OK
               DISPLAY "  *** programs.dat not available, status "
                       WS-Program-Status " - graduates listed under "
                       "their program codes ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EndOfPrograms
               READ ProgramsFile NEXT RECORD
                   AT END
                       SET EndOfPrograms TO TRUE
                   NOT AT END
                       IF WS-Pgm-Count < 20
                           ADD 1 TO WS-Pgm-Count
                           SET PGM-Idx TO WS-Pgm-Count
                           MOVE PG-Code  TO PGM-Code(PGM-Idx)
                           MOVE PG-Title TO PGM-Title(PGM-Idx)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ProgramsFile.

       LOAD-HONORS-TABLE.
      *>   each rank's versions come in effective-date order: the
      *>   latest one in force on the conferral date is the one this
      *>   class is held to, and a version taking effect later does
      *>   not apply to it
           MOVE ZERO TO WS-Hon-Count.
           MOVE "N"  TO WS-Honors-EOF-SW.
           OPEN INPUT HonorsFile.
           IF NOT FS-Honors-OK
               DISPLAY "  *** honors.dat not available, status "
                       WS-Honors-Status " - no Latin honors can be "
                       "awarded ***"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EndOfHonors
               READ HonorsFile NEXT RECORD
                   AT END
                       SET EndOfHonors TO TRUE
                   NOT AT END
                       IF HN-Effective-Date NOT > WS-Conferral-Date
                           PERFORM LOAD-ONE-HONORS-VERSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HonorsFile.
           IF WS-Hon-Count = ZERO
               DISPLAY "  *** no honors level in force on "
                       WS-Conferral-Date " - no Latin honors can be "
                       "awarded ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-ONE-HONORS-VERSION.
      *>   a later version of the rank already in hand replaces it;
      *>   a new rank takes the next slot
           IF WS-Hon-Count > ZERO
              AND HON-Rank(WS-Hon-Count) = HN-Rank
               CONTINUE
           ELSE
               IF WS-Hon-Count >= 9
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Hon-Count
           END-IF.
           MOVE HN-Rank          TO HON-Rank(WS-Hon-Count).
           MOVE HN-Title         TO HON-Title(WS-Hon-Count).
           MOVE HN-Min-GPA       TO HON-Min-GPA(WS-Hon-Count).
           MOVE HN-Min-Residence TO HON-Min-Residence(WS-Hon-Count).
           MOVE ZERO             TO HON-Awarded(WS-Hon-Count).

       CLEAR-ONE-TALLY.
           MOVE "N" TO WS-In-Term-Flag(WS-Tally-Sub).

      ******************************************************************
      * The SORT's input side: one pass of the student file flags the
      * term's enrollees off the "E" rows, then each status G master
      * so flagged is folded, honored and released for the listing.
      ******************************************************************
       SELECT-AND-HONOR-GRADUATES.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               SET EndOfSource TO TRUE
               EXIT PARAGRAPH
           END-IF.
      *>   a directory-blocked graduate still gets a diploma, but is
      *>   left out of the printed program the public is handed
           PERFORM LOAD-PRIVACY-BLOCKS.
           PERFORM UNTIL EndOfSource
               READ StudentsFile NEXT RECORD INTO WS-Student
                   AT END
                       SET EndOfSource TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-Enrollment-Record
                               IF WS-ED-Term = WS-Grad-Term
                                   COMPUTE WS-Tally-Sub =
                                       WS-ED-StuID + 1
                                   MOVE "Y" TO
                                       WS-In-Term-Flag(WS-Tally-Sub)
                               END-IF
                           WHEN WS-Master-Record
                               IF WS-GRADUATED-STUDENT
                                   PERFORM HONOR-ONE-GRADUATE
                               END-IF
                       END-EVALUATE
               END-READ
               IF NOT EndOfSource AND NOT FS-OK
                   PERFORM CHECK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET EndOfSource TO TRUE
               END-IF
           END-PERFORM.
           CLOSE StudentsFile.

       HONOR-ONE-GRADUATE.
      *>   a status G student with nothing in the graduating term
      *>   finished in an earlier class
           COMPUTE WS-Tally-Sub = WS-Student-id + 1.
           IF WS-In-Term-Flag(WS-Tally-Sub) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student-id TO WS-Cand-StuID.
           MOVE SPACES TO WS-Cand-Legal-Name.
           STRING WS-Student-name    DELIMITED BY "  "
                  " "                DELIMITED BY SIZE
                  WS-Student-surname DELIMITED BY "  "
               INTO WS-Cand-Legal-Name
           END-STRING.
           MOVE SPACES             TO SortWorkRecord.
           MOVE WS-Student-major   TO SW-Program.
           MOVE WS-Student-surname TO SW-Surname.
           MOVE WS-Student-name    TO SW-Name.
           MOVE WS-Cand-StuID      TO SW-StuID.
           MOVE WS-Cand-Legal-Name TO SW-Legal-Name.
           MOVE WS-Cand-StuID      TO WS-Privacy-StuID.
           PERFORM TEST-PRIVACY-FLAG.
           IF Privacy-Blocked
               MOVE "Y" TO SW-Privacy-Flag
           ELSE
               MOVE "N" TO SW-Privacy-Flag
           END-IF.
           PERFORM COLLECT-CANDIDATE-RECORD.
           PERFORM RESTORE-MASTER-POSITION.
           MOVE WS-Cand-GPA        TO SW-GPA.
           MOVE WS-Residence-Hours TO SW-Residence.
           PERFORM ASSIGN-LATIN-HONORS.
           ADD 1 TO WS-Graduate-Count.
           RELEASE SortWorkRecord.

       COLLECT-CANDIDATE-RECORD.
      *>   one keyed pass over the graduate's own "E" rows gathers
      *>   the raw attempts; the fold leaves the final cumulative GPA
      *>   and the hours earned in residence. Their "X" rows are not
      *>   read at all - transfer credit carries no grade and earns
      *>   no residence.
           MOVE ZERO TO WS-Attempt-Count.
           MOVE ZERO TO WS-Cum-Quality-Points.
           MOVE ZERO TO WS-Cum-GPA-Hours.
           MOVE ZERO TO WS-Cand-GPA.
           MOVE ZERO TO WS-Residence-Hours.
           MOVE "N"  TO WS-Cand-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Cand-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Cand-Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Cand-Scan-Done
               READ StudentsFile NEXT RECORD INTO WS-Student
                   AT END
                       SET Cand-Scan-Done TO TRUE
                   NOT AT END
                       IF WS-Enrollment-Record
                          AND WS-Student-id = WS-Cand-StuID
                           PERFORM COLLECT-ONE-CAND-ROW
                       ELSE
                           SET Cand-Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FOLD-ONE-ATTEMPT
               VARYING WS-Att-Sub FROM 1 BY 1
               UNTIL WS-Att-Sub > WS-Attempt-Count.
           IF WS-Cum-GPA-Hours > ZERO
               COMPUTE WS-Cand-GPA ROUNDED =
                   WS-Cum-Quality-Points / WS-Cum-GPA-Hours
           END-IF.

       COLLECT-ONE-CAND-ROW.
           IF WS-Attempt-Count < 100
               ADD 1 TO WS-Attempt-Count
               MOVE WS-ED-Course-Code
                   TO ATT-Course(WS-Attempt-Count)
               MOVE WS-ED-Credit-Hours
                   TO ATT-Hours(WS-Attempt-Count)
               MOVE WS-ED-Grade
                   TO ATT-Grade(WS-Attempt-Count)
           END-IF.

       FOLD-ONE-ATTEMPT.
      *>   only the counting attempt of each course feeds the GPA and
      *>   the residence hours. A later "W" or "I" is not a counting
      *>   attempt and supersedes nothing.
           IF ATT-Grade(WS-Att-Sub) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Att-Superseded-SW.
           COMPUTE WS-Att-Later-Sub = WS-Att-Sub + 1.
           PERFORM UNTIL WS-Att-Later-Sub > WS-Attempt-Count
               IF ATT-Course(WS-Att-Later-Sub) =
                  ATT-Course(WS-Att-Sub)
                  AND ATT-Grade(WS-Att-Later-Sub) NOT = SPACES
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
               ADD ATT-Hours(WS-Att-Sub) TO WS-Residence-Hours
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

       ASSIGN-LATIN-HONORS.
      *>   the table is highest first, so the first level the
      *>   graduate meets on both counts is the one they earn
           MOVE "N"    TO WS-Honor-Found-SW.
           MOVE SPACES TO SW-Honors-Rank.
           MOVE SPACES TO SW-Honors-Title.
           PERFORM VARYING WS-Hon-Sub FROM 1 BY 1
                   UNTIL WS-Hon-Sub > WS-Hon-Count
                      OR Honor-Found
               IF WS-Cand-GPA >= HON-Min-GPA(WS-Hon-Sub)
                  AND WS-Residence-Hours
                      >= HON-Min-Residence(WS-Hon-Sub)
                   SET Honor-Found TO TRUE
                   MOVE HON-Rank(WS-Hon-Sub)  TO SW-Honors-Rank
                   MOVE HON-Title(WS-Hon-Sub) TO SW-Honors-Title
                   ADD 1 TO HON-Awarded(WS-Hon-Sub)
                   ADD 1 TO WS-Honors-Total
               END-IF
           END-PERFORM.

       RESTORE-MASTER-POSITION.
      *>   the graduate's scan repositioned the file - re-read the
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

      ******************************************************************
      * The SORT's output side: the commencement program, one heading
      * per degree program with its graduates in surname order, and a
      * diploma order for every graduate.
      ******************************************************************
       PRINT-COMMENCEMENT-PROGRAM.
           MOVE SPACES TO WS-List-File-Name.
           STRING "commence."    DELIMITED BY SIZE
                  WS-Grad-Term   DELIMITED BY SPACE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-List-File-Name
           END-STRING.
           MOVE SPACES TO WS-Diploma-File-Name.
           STRING "diploma."     DELIMITED BY SIZE
                  WS-Grad-Term   DELIMITED BY SPACE
                  ".dat"         DELIMITED BY SIZE
                  INTO WS-Diploma-File-Name
           END-STRING.
           OPEN OUTPUT ProgramListFile.
           OPEN OUTPUT DiplomaFile.
           IF NOT FS-List-OK OR NOT FS-Diploma-OK
               DISPLAY "  *** unable to open the program listing or "
                       "diploma file, status " WS-List-Status "/"
                       WS-Diploma-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ProgramListLine.
           STRING "COMMENCEMENT PROGRAM - TERM " WS-Grad-Term
                  "   CONFERRED: " WS-Conferral-Date
                  "   AS OF: " WS-Today
               DELIMITED BY SIZE INTO ProgramListLine
           END-STRING.
           WRITE ProgramListLine.
           MOVE "Y"    TO WS-First-Program-SW.
           MOVE SPACES TO WS-Current-Program.
           MOVE ZERO   TO WS-Program-Grads.
           PERFORM UNTIL EndOfSort
               RETURN SortWorkFile
                   AT END
                       SET EndOfSort TO TRUE
                   NOT AT END
                       PERFORM LIST-ONE-GRADUATE
               END-RETURN
           END-PERFORM.
           IF NOT First-Program
               PERFORM PRINT-PROGRAM-FOOTING
           END-IF.
           PERFORM PRINT-HONORS-SUMMARY.
           CLOSE DiplomaFile.
           CLOSE ProgramListFile.

       LIST-ONE-GRADUATE.
           IF First-Program OR SW-Program NOT = WS-Current-Program
               IF NOT First-Program
                   PERFORM PRINT-PROGRAM-FOOTING
               END-IF
               MOVE "N"        TO WS-First-Program-SW
               MOVE SW-Program TO WS-Current-Program
               MOVE ZERO       TO WS-Program-Grads
               PERFORM FIND-PROGRAM-TITLE
               MOVE SPACES TO ProgramListLine
               WRITE ProgramListLine
               MOVE SPACES TO ProgramListLine
               STRING "  " WS-Program-Title
                   DELIMITED BY SIZE INTO ProgramListLine
               END-STRING
               WRITE ProgramListLine
           END-IF.
           ADD 1 TO WS-Program-Grads.
           IF SW-Privacy-Flag = "Y"
               ADD 1 TO WS-Privacy-Withheld
           ELSE
               MOVE SW-Legal-Name   TO GL-Legal-Name
               MOVE SW-Honors-Title TO GL-Honors-Title
               MOVE WS-Graduate-Line TO ProgramListLine
               WRITE ProgramListLine
           END-IF.
           MOVE SPACES            TO DiplomaRecord.
           MOVE SW-StuID          TO DO-StuID.
           MOVE SW-Legal-Name     TO DO-Legal-Name.
           MOVE SW-Program        TO DO-Program-Code.
           MOVE WS-Program-Title  TO DO-Program-Title.
           MOVE SW-Honors-Title   TO DO-Honors-Title.
           MOVE WS-Conferral-Date TO DO-Conferral-Date.
           MOVE WS-Grad-Term      TO DO-Term.
           WRITE DiplomaRecord.
           ADD 1 TO WS-Diploma-Count.

       FIND-PROGRAM-TITLE.
      *>   a graduate with no declared major, or one no longer on the
      *>   program master, is listed under the bare code
           IF SW-Program = SPACES
               MOVE "GENERAL STUDIES" TO WS-Program-Title
               EXIT PARAGRAPH
           END-IF.
           MOVE SW-Program TO WS-Program-Title.
           PERFORM VARYING WS-Pgm-Sub FROM 1 BY 1
                   UNTIL WS-Pgm-Sub > WS-Pgm-Count
               IF PGM-Code(WS-Pgm-Sub) = SW-Program
                   MOVE PGM-Title(WS-Pgm-Sub) TO WS-Program-Title
               END-IF
           END-PERFORM.

       PRINT-PROGRAM-FOOTING.
           MOVE WS-Program-Grads TO WS-Count-Edited.
           MOVE SPACES TO ProgramListLine.
           STRING "      " WS-Count-Edited " graduate(s)"
               DELIMITED BY SIZE INTO ProgramListLine
           END-STRING.
           WRITE ProgramListLine.

       PRINT-HONORS-SUMMARY.
      *>   the honors office's tally; it stays with the print file and
      *>   is not part of what goes to the program printer
           MOVE SPACES TO ProgramListLine.
           WRITE ProgramListLine.
           MOVE "  LATIN HONORS AWARDED" TO ProgramListLine.
           WRITE ProgramListLine.
           PERFORM PRINT-ONE-HONORS-COUNT
               VARYING WS-Hon-Sub FROM 1 BY 1
               UNTIL WS-Hon-Sub > WS-Hon-Count.
           MOVE WS-Graduate-Count TO WS-Count-Edited.
           MOVE SPACES TO ProgramListLine.
           STRING "    TOTAL GRADUATES        " WS-Count-Edited
               DELIMITED BY SIZE INTO ProgramListLine
           END-STRING.
           WRITE ProgramListLine.
           MOVE WS-Privacy-Withheld TO WS-Count-Edited.
           MOVE SPACES TO ProgramListLine.
           STRING "    WITHHELD FROM PROGRAM  " WS-Count-Edited
                  "  (directory block - diploma still ordered)"
               DELIMITED BY SIZE INTO ProgramListLine
           END-STRING.
           WRITE ProgramListLine.

       PRINT-ONE-HONORS-COUNT.
           MOVE HON-Awarded(WS-Hon-Sub) TO WS-Count-Edited.
           MOVE HON-Min-GPA(WS-Hon-Sub) TO WS-GPA-Edited.
           MOVE HON-Min-Residence(WS-Hon-Sub) TO WS-Hours-Edited.
           MOVE SPACES TO ProgramListLine.
           STRING "    " HON-Title(WS-Hon-Sub) "   " WS-Count-Edited
                  "   GPA " WS-GPA-Edited "  RESIDENCE "
                  WS-Hours-Edited
               DELIMITED BY SIZE INTO ProgramListLine
           END-STRING.
           WRITE ProgramListLine.

       COPY PRIVSCAN-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-commencement.
