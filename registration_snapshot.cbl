      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * The nightly registration snapshot. For every open term still
      * taking registrations (up to its add/drop deadline, or its
      * start date where no deadline is set) the night's headcount,
      * credit hours and FTE are counted by degree program and admit
      * cohort and kept on the snapshot history (regsnap.dat) under
      * tonight's date, with the number of days left before the term
      * starts. A rerun the same night replaces that night's rows.
      * 2026-10-15  More than 20 registering terms only warns; the terms
      *             noted are still snapshot. A term whose pass ends on
      *             a read error keeps tonight's earlier rows instead of
      *             replacing them with partial counts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-reg-snapshot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY TERM-SEL.
       COPY REGSNAP-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY TERM-FD.
       COPY REGSNAP-FD.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY REGSNAP-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFile                           VALUE "Y".
       01  WS-Term-EOF-SW              PIC X       VALUE "N".
           88  EndOfTerms                          VALUE "Y".
       01  WS-Snap-Scan-SW             PIC X       VALUE "N".
           88  Snap-Scan-Done                      VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Cutoff-Date              PIC 9(8)    VALUE ZERO.

      *>   the terms still registering tonight, off the term master
       01  WS-Snap-Term-Count          PIC 99      VALUE ZERO.
       01  WS-Snap-Terms.
           02  WS-Snap-Term-Row OCCURS 20 TIMES.
               03  STR-Term            PIC X(6).
               03  STR-Days-Out        PIC S9(4).
       01  WS-Snap-Term-Sub            PIC 99      VALUE ZERO.

      *>   per-StuID registered hours in the term being counted -
      *>   "E" rows sort ahead of the masters, so each total is
      *>   complete when its master comes up. A "W" row is a
      *>   withdrawal and registers nothing.
       01  WS-Term-Hours-Table.
           02  WS-Term-Hours           PIC 9(3)V9  VALUE ZERO
                                        OCCURS 100000 TIMES.
       01  WS-Hours-Subscript          PIC 9(6).

      *>   tonight's counts for one term, one row per program and
      *>   admit cohort met
       01  WS-Group-Count              PIC 999     VALUE ZERO.
       01  WS-Group-Table.
           02  WS-Group-Row OCCURS 500 TIMES.
               03  GRP-Program         PIC X(6).
               03  GRP-Cohort          PIC X(6).
               03  GRP-Headcount       PIC 9(5).
               03  GRP-Hours           PIC 9(6)V9.
       01  WS-Group-Sub                PIC 999     VALUE ZERO.
       01  WS-Group-Found-SW           PIC X       VALUE "N".
           88  Group-Found                         VALUE "Y".
       01  WS-Group-Full-SW            PIC X       VALUE "N".
           88  Group-Table-Full                    VALUE "Y".

       01  WS-Term-Headcount           PIC 9(6)    VALUE ZERO.
       01  WS-Term-Credit-Hours        PIC 9(7)V9  VALUE ZERO.
       01  WS-Rows-Written             PIC 9(5)    VALUE ZERO.
       01  WS-Rows-Replaced            PIC 9(5)    VALUE ZERO.
       01  WS-Days-Edited              PIC -(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====NIGHTLY REGISTRATION SNAPSHOT====".
      *>   this program runs once per CALL from the batch driver -
      *>   reset the switches and counts so a rerun starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE ZERO TO WS-Rows-Written.
            MOVE ZERO TO WS-Rows-Replaced.
            MOVE "N"  TO WS-Group-Full-SW.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM LOAD-REGISTERING-TERMS.
      *>   a term past the 20-term table only warns - the terms that
      *>   were noted are still snapshot
            IF RETURN-CODE = 8
                GOBACK
            END-IF.
            IF WS-Snap-Term-Count = ZERO
                DISPLAY "  no open term is taking registrations - "
                        "nothing to snapshot."
                GOBACK
            END-IF.
      *>   the first snapshot ever has no regsnap.dat yet - create it
      *>   empty, then reopen I-O
            OPEN I-O RegSnapFile.
            IF FS-RegSnap-File-Missing
                OPEN OUTPUT RegSnapFile
                CLOSE RegSnapFile
                OPEN I-O RegSnapFile
            END-IF.
            IF NOT FS-RegSnap-OK
                DISPLAY "  *** unable to open regsnap.dat, status "
                        WS-RegSnap-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM SNAPSHOT-ONE-TERM
                VARYING WS-Snap-Term-Sub FROM 1 BY 1
                UNTIL WS-Snap-Term-Sub > WS-Snap-Term-Count
                   OR RETURN-CODE = 8.
            CLOSE RegSnapFile.
            DISPLAY "  " WS-Rows-Written " snapshot row(s) written for "
                    WS-Today ", " WS-Rows-Replaced " earlier row(s) "
                    "for tonight replaced.".
            IF Group-Table-Full
                DISPLAY "  *** more than 500 program / cohort groups "
                        "in a term - the rest were not counted ***"
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

       LOAD-REGISTERING-TERMS.
           MOVE ZERO TO WS-Snap-Term-Count.
           MOVE "N"  TO WS-Term-EOF-SW.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** terms.dat not available, status "
                       WS-Term-Status " - no snapshot ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EndOfTerms
               READ TermsFile NEXT RECORD
                   AT END
                       SET EndOfTerms TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-TERM
               END-READ
           END-PERFORM.
           CLOSE TermsFile.

       NOTE-ONE-TERM.
      *>   registration stays open through add/drop; a term with no
      *>   deadline set stops registering when it starts
           IF NOT TM-Open-Term
               EXIT PARAGRAPH
           END-IF.
           IF TM-AddDrop-Deadline > ZERO
               MOVE TM-AddDrop-Deadline TO WS-Cutoff-Date
           ELSE
               MOVE TM-Start-Date       TO WS-Cutoff-Date
           END-IF.
           IF WS-Today > WS-Cutoff-Date
               EXIT PARAGRAPH
           END-IF.
           IF WS-Snap-Term-Count >= 20
               DISPLAY "  *** more than 20 terms registering - term "
                       TM-Code " not snapshot ***"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Snap-Term-Count.
           MOVE TM-Code TO STR-Term(WS-Snap-Term-Count).
           COMPUTE STR-Days-Out(WS-Snap-Term-Count) =
               FUNCTION INTEGER-OF-DATE(TM-Start-Date)
               - FUNCTION INTEGER-OF-DATE(WS-Today).

       SNAPSHOT-ONE-TERM.
           MOVE ZERO TO WS-Group-Count.
           MOVE ZERO TO WS-Term-Headcount.
           MOVE ZERO TO WS-Term-Credit-Hours.
           MOVE "N"  TO WS-EOF-SW.
           PERFORM CLEAR-ONE-TALLY
               VARYING WS-Hours-Subscript FROM 1 BY 1
               UNTIL WS-Hours-Subscript > 100000.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EndOfFile
               READ StudentsFile NEXT RECORD INTO WS-Student
                   AT END
                       SET EndOfFile TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-Enrollment-Record
                               IF WS-ED-Term =
                                  STR-Term(WS-Snap-Term-Sub)
                                  AND WS-ED-Grade NOT = "W"
                                   COMPUTE WS-Hours-Subscript =
                                       WS-ED-StuID + 1
                                   ADD WS-ED-Credit-Hours TO
                                       WS-Term-Hours(WS-Hours-Subscript)
                               END-IF
                           WHEN WS-Master-Record
                               PERFORM COUNT-ONE-STUDENT
                       END-EVALUATE
               END-READ
               IF NOT EndOfFile AND NOT FS-OK
                   PERFORM CHECK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET EndOfFile TO TRUE
               END-IF
           END-PERFORM.
           CLOSE StudentsFile.
      *>   a pass cut short by a read error has partial tallies -
      *>   tonight's earlier rows for the term are kept, not replaced
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLEAR-TONIGHTS-ROWS.
           PERFORM WRITE-ONE-GROUP
               VARYING WS-Group-Sub FROM 1 BY 1
               UNTIL WS-Group-Sub > WS-Group-Count.
           MOVE STR-Days-Out(WS-Snap-Term-Sub) TO WS-Days-Edited.
           DISPLAY "  " STR-Term(WS-Snap-Term-Sub) " at "
                   WS-Days-Edited " day(s) out: "
                   WS-Term-Headcount " student(s), "
                   WS-Term-Credit-Hours " hour(s).".

       CLEAR-ONE-TALLY.
           MOVE ZERO TO WS-Term-Hours(WS-Hours-Subscript).

       COUNT-ONE-STUDENT.
           COMPUTE WS-Hours-Subscript = WS-Student-id + 1.
           IF WS-Term-Hours(WS-Hours-Subscript) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Group-Found-SW.
           PERFORM VARYING WS-Group-Sub FROM 1 BY 1
                   UNTIL WS-Group-Sub > WS-Group-Count
                      OR Group-Found
               IF GRP-Program(WS-Group-Sub) = WS-Student-major
                  AND GRP-Cohort(WS-Group-Sub) = WS-Student-admit-term
                   SET Group-Found TO TRUE
               END-IF
           END-PERFORM.
           IF Group-Found
               SUBTRACT 1 FROM WS-Group-Sub
           ELSE
               IF WS-Group-Count >= 500
                   SET Group-Table-Full TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Group-Count
               MOVE WS-Group-Count        TO WS-Group-Sub
               MOVE WS-Student-major      TO GRP-Program(WS-Group-Sub)
               MOVE WS-Student-admit-term TO GRP-Cohort(WS-Group-Sub)
               MOVE ZERO TO GRP-Headcount(WS-Group-Sub)
               MOVE ZERO TO GRP-Hours(WS-Group-Sub)
           END-IF.
           ADD 1 TO GRP-Headcount(WS-Group-Sub).
           ADD WS-Term-Hours(WS-Hours-Subscript)
               TO GRP-Hours(WS-Group-Sub).
           ADD 1 TO WS-Term-Headcount.
           ADD WS-Term-Hours(WS-Hours-Subscript)
               TO WS-Term-Credit-Hours.

       CLEAR-TONIGHTS-ROWS.
      *>   a rerun tonight replaces tonight's rows outright - a group
      *>   that has since emptied must not keep its earlier count
           MOVE "N" TO WS-Snap-Scan-SW.
           MOVE STR-Term(WS-Snap-Term-Sub) TO RS-Term.
           MOVE WS-Today   TO RS-Snap-Date.
           MOVE LOW-VALUES TO RS-Program.
           MOVE LOW-VALUES TO RS-Cohort.
           START RegSnapFile KEY IS NOT LESS THAN RS-Key
               INVALID KEY
                   SET Snap-Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Snap-Scan-Done
               READ RegSnapFile NEXT RECORD
                   AT END
                       SET Snap-Scan-Done TO TRUE
                   NOT AT END
                       IF RS-Term NOT = STR-Term(WS-Snap-Term-Sub)
                          OR RS-Snap-Date NOT = WS-Today
                           SET Snap-Scan-Done TO TRUE
                       ELSE
                           DELETE RegSnapFile RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-Rows-Replaced
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ONE-GROUP.
           MOVE SPACES                     TO RegSnapRecord.
           MOVE STR-Term(WS-Snap-Term-Sub) TO RS-Term.
           MOVE WS-Today                   TO RS-Snap-Date.
           MOVE GRP-Program(WS-Group-Sub)  TO RS-Program.
           MOVE GRP-Cohort(WS-Group-Sub)   TO RS-Cohort.
           MOVE STR-Days-Out(WS-Snap-Term-Sub) TO RS-Days-Out.
           MOVE GRP-Headcount(WS-Group-Sub) TO RS-Headcount.
           MOVE GRP-Hours(WS-Group-Sub)    TO RS-Credit-Hours.
           COMPUTE RS-FTE ROUNDED =
               GRP-Hours(WS-Group-Sub) / WS-FTE-Hours.
           WRITE RegSnapRecord
               INVALID KEY
                   DISPLAY "  *** unable to write snapshot row for "
                           RS-Term " " RS-Program " " RS-Cohort
                           ", status " WS-RegSnap-Status " ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-Rows-Written
           END-WRITE.

       COPY FILESTAT-PROC.

       END PROGRAM md-basics-reg-snapshot.
