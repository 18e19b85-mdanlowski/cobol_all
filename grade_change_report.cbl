      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Grade change report: the changes on gradechg.log by term, then
      * by instructor of record, with counts by reason code for each
      * instructor, each term and the whole report, printed to
      * gradechg.prt for the dean's office.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-grade-chg-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY GRDCHG-SEL.
       COPY INSTR-SEL.
           SELECT  SortWorkFile ASSIGN TO "sortwork.tmp".
      *> the dean's office works from the printed copy
           SELECT  GradeChgReportFile ASSIGN TO "gradechg.prt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY GRDCHG-FD.
       COPY INSTR-FD.

       SD  SortWorkFile.
       01  SortWorkRecord.
           02  SW-Term             PIC X(6).
           02  SW-Instructor       PIC X(5).
           02  SW-Course-Code      PIC X(6).
           02  SW-Section          PIC 99.
           02  SW-StuID            PIC 9(5).
           02  SW-Timestamp        PIC X(16).
           02  SW-Old-Grade        PIC X(2).
           02  SW-New-Grade        PIC X(2).
           02  SW-Reason           PIC X(4).
           02  SW-Cum-GPA-Before   PIC 9V99.
           02  SW-Cum-GPA-After    PIC 9V99.
           02  SW-Term-GPA-Before  PIC 9V99.
           02  SW-Term-GPA-After   PIC 9V99.
           02  SW-Review-Flag      PIC X.
           02  SW-Line-Crossed     PIC X(10).

       FD  GradeChgReportFile.
       01  GradeChgReportLine          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY GRDCHG-WS.
       COPY INSTR-WS.
       COPY GRADE-REASONS.
       01  WS-Report-Status            PIC XX      VALUE SPACES.
           88  FS-Report-OK                        VALUE "00".
       01  WS-Log-EOF-SW               PIC X       VALUE "N".
           88  EndOfLog                            VALUE "Y".
       01  WS-Sort-EOF-SW              PIC X       VALUE "N".
           88  EndOfSort                           VALUE "Y".
       01  WS-Instr-Open-SW            PIC X       VALUE "N".
           88  Instructors-Are-Open                VALUE "Y".
       01  WS-Report-Term              PIC X(6)    VALUE SPACES.
       01  WS-Prev-Term                PIC X(6)    VALUE SPACES.
       01  WS-Prev-Instructor          PIC X(5)    VALUE SPACES.
       01  WS-First-Row-SW             PIC X       VALUE "Y".
           88  First-Row                           VALUE "Y".
       01  WS-Instr-Name               PIC X(20)   VALUE SPACES.

      *>   counts per instructor, per term (by reason code, in
      *>   GRADE-REASONS table order) and for the whole report
       01  WS-Instr-Changes            PIC 9(5)    VALUE ZERO.
       01  WS-Instr-Flagged            PIC 9(5)    VALUE ZERO.
       01  WS-Term-Changes             PIC 9(5)    VALUE ZERO.
       01  WS-Term-Flagged             PIC 9(5)    VALUE ZERO.
       01  WS-Term-Reason-Counts.
           02  WS-Term-Reason-Count    PIC 9(5)    VALUE ZERO
                                        OCCURS 5 TIMES.
       01  WS-Reason-Sub               PIC 9       VALUE ZERO.
       01  WS-Grand-Changes            PIC 9(6)    VALUE ZERO.
       01  WS-Grand-Flagged            PIC 9(6)    VALUE ZERO.
       01  WS-Count-Edited             PIC ZZ,ZZ9.
       01  WS-Count-Edited-2           PIC ZZ,ZZ9.

       01  WS-Detail-Line.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-StuID                PIC 9(5).
           02  FILLER                  PIC X       VALUE SPACE.
           02  DL-Course-Code          PIC X(6).
           02  FILLER                  PIC X       VALUE SPACE.
           02  DL-Section              PIC 99.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Old-Grade            PIC X(2).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-New-Grade            PIC X(2).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Reason               PIC X(4).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Cum-Before           PIC 9.99.
           02  FILLER                  PIC X(2)    VALUE "->".
           02  DL-Cum-After            PIC 9.99.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Term-Before          PIC 9.99.
           02  FILLER                  PIC X(2)    VALUE "->".
           02  DL-Term-After           PIC 9.99.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Date                 PIC X(8).
           02  FILLER                  PIC X       VALUE SPACE.
           02  DL-Review               PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====GRADE CHANGE REPORT====".
      *>   this program runs once per CALL - reset the switches and
      *>   totals so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Log-EOF-SW.
            MOVE "N"  TO WS-Sort-EOF-SW.
            MOVE "Y"  TO WS-First-Row-SW.
            MOVE ZERO TO WS-Grand-Changes.
            MOVE ZERO TO WS-Grand-Flagged.
            DISPLAY "Term (blank = all terms): " WITH NO ADVANCING.
            ACCEPT WS-Report-Term.
            OPEN INPUT GradeChgFile.
            IF NOT FS-GradeChg-OK
                IF FS-GradeChg-File-Missing
                    DISPLAY "  no grade changes have been recorded."
                ELSE
                    DISPLAY "  *** unable to open gradechg.log, "
                            "status " WS-GradeChg-Status " ***"
                    MOVE 8 TO RETURN-CODE
                END-IF
                GOBACK
            END-IF.
            MOVE "N" TO WS-Instr-Open-SW.
            OPEN INPUT InstructorFile.
            IF FS-Instr-OK
                SET Instructors-Are-Open TO TRUE
            END-IF.
            OPEN OUTPUT GradeChgReportFile.
            SORT SortWorkFile
                ON ASCENDING KEY SW-Term SW-Instructor
                                 SW-Course-Code SW-Section
                                 SW-StuID SW-Timestamp
                INPUT PROCEDURE RELEASE-GRADE-CHANGES
                OUTPUT PROCEDURE PRINT-GRADE-CHANGES.
            CLOSE GradeChgFile.
            CLOSE GradeChgReportFile.
            IF Instructors-Are-Open
                CLOSE InstructorFile
            END-IF.
            MOVE WS-Grand-Changes TO WS-Count-Edited.
            MOVE WS-Grand-Flagged TO WS-Count-Edited-2.
            DISPLAY "  " WS-Count-Edited " grade change(s), "
                    WS-Count-Edited-2 " flagged for re-review - "
                    "written to gradechg.prt.".
            GOBACK.

       RELEASE-GRADE-CHANGES.
           PERFORM RELEASE-ONE-CHANGE UNTIL EndOfLog.

       RELEASE-ONE-CHANGE.
           READ GradeChgFile
               AT END
                   SET EndOfLog TO TRUE
               NOT AT END
                   IF WS-Report-Term = SPACES
                      OR GCR-Term = WS-Report-Term
                       MOVE GCR-Term            TO SW-Term
                       MOVE GCR-Instructor      TO SW-Instructor
                       MOVE GCR-Course-Code     TO SW-Course-Code
                       MOVE GCR-Section         TO SW-Section
                       MOVE GCR-StuID           TO SW-StuID
                       MOVE GCR-Timestamp       TO SW-Timestamp
                       MOVE GCR-Old-Grade       TO SW-Old-Grade
                       MOVE GCR-New-Grade       TO SW-New-Grade
                       MOVE GCR-Reason          TO SW-Reason
                       MOVE GCR-Cum-GPA-Before  TO SW-Cum-GPA-Before
                       MOVE GCR-Cum-GPA-After   TO SW-Cum-GPA-After
                       MOVE GCR-Term-GPA-Before TO SW-Term-GPA-Before
                       MOVE GCR-Term-GPA-After  TO SW-Term-GPA-After
                       MOVE GCR-Review-Flag     TO SW-Review-Flag
                       MOVE GCR-Line-Crossed    TO SW-Line-Crossed
                       RELEASE SortWorkRecord
                   END-IF
           END-READ.

       PRINT-GRADE-CHANGES.
           MOVE SPACES TO GradeChgReportLine.
           IF WS-Report-Term = SPACES
               STRING "GRADE CHANGE REPORT - ALL TERMS"
                   DELIMITED BY SIZE INTO GradeChgReportLine
               END-STRING
           ELSE
               STRING "GRADE CHANGE REPORT - TERM " WS-Report-Term
                   DELIMITED BY SIZE INTO GradeChgReportLine
               END-STRING
           END-IF.
           WRITE GradeChgReportLine.
           PERFORM RETURN-ONE-CHANGE UNTIL EndOfSort.
           IF NOT First-Row
               PERFORM PRINT-INSTRUCTOR-TOTAL
               PERFORM PRINT-TERM-TOTAL
           END-IF.
           MOVE SPACES TO GradeChgReportLine.
           WRITE GradeChgReportLine.
           MOVE WS-Grand-Changes TO WS-Count-Edited.
           MOVE WS-Grand-Flagged TO WS-Count-Edited-2.
           MOVE SPACES TO GradeChgReportLine.
           STRING "REPORT TOTAL  " WS-Count-Edited " CHANGES  "
                  WS-Count-Edited-2 " FLAGGED FOR RE-REVIEW"
               DELIMITED BY SIZE INTO GradeChgReportLine
           END-STRING.
           WRITE GradeChgReportLine.

       RETURN-ONE-CHANGE.
           RETURN SortWorkFile
               AT END
                   SET EndOfSort TO TRUE
               NOT AT END
                   PERFORM PRINT-ONE-CHANGE
           END-RETURN.

       PRINT-ONE-CHANGE.
      *>   control breaks: term, then instructor of record within
      *>   the term
           IF First-Row
               MOVE "N" TO WS-First-Row-SW
               PERFORM START-NEW-TERM
               PERFORM START-NEW-INSTRUCTOR
           ELSE
               IF SW-Term NOT = WS-Prev-Term
                   PERFORM PRINT-INSTRUCTOR-TOTAL
                   PERFORM PRINT-TERM-TOTAL
                   PERFORM START-NEW-TERM
                   PERFORM START-NEW-INSTRUCTOR
               ELSE
                   IF SW-Instructor NOT = WS-Prev-Instructor
                       PERFORM PRINT-INSTRUCTOR-TOTAL
                       PERFORM START-NEW-INSTRUCTOR
                   END-IF
               END-IF
           END-IF.
           MOVE SW-StuID           TO DL-StuID.
           MOVE SW-Course-Code     TO DL-Course-Code.
           MOVE SW-Section         TO DL-Section.
           MOVE SW-Old-Grade       TO DL-Old-Grade.
           MOVE SW-New-Grade       TO DL-New-Grade.
           MOVE SW-Reason          TO DL-Reason.
           MOVE SW-Cum-GPA-Before  TO DL-Cum-Before.
           MOVE SW-Cum-GPA-After   TO DL-Cum-After.
           MOVE SW-Term-GPA-Before TO DL-Term-Before.
           MOVE SW-Term-GPA-After  TO DL-Term-After.
           MOVE SW-Timestamp(1:8)  TO DL-Date.
           MOVE SPACES             TO DL-Review.
           IF SW-Review-Flag = "Y"
               MOVE SW-Line-Crossed TO DL-Review
               ADD 1 TO WS-Instr-Flagged
               ADD 1 TO WS-Term-Flagged
               ADD 1 TO WS-Grand-Flagged
           END-IF.
           WRITE GradeChgReportLine FROM WS-Detail-Line.
           ADD 1 TO WS-Instr-Changes.
           ADD 1 TO WS-Term-Changes.
           ADD 1 TO WS-Grand-Changes.
           SEARCH ALL GradeReasons-Entry
               AT END
                   CONTINUE
               WHEN GR-Code(GR-Idx) = SW-Reason
                   SET WS-Reason-Sub TO GR-Idx
                   ADD 1 TO WS-Term-Reason-Count(WS-Reason-Sub)
           END-SEARCH.

       START-NEW-TERM.
           MOVE SW-Term TO WS-Prev-Term.
           MOVE ZERO    TO WS-Term-Changes.
           MOVE ZERO    TO WS-Term-Flagged.
           PERFORM CLEAR-ONE-REASON-COUNT
               VARYING WS-Reason-Sub FROM 1 BY 1
               UNTIL WS-Reason-Sub > 5.
           MOVE SPACES TO GradeChgReportLine.
           WRITE GradeChgReportLine.
           MOVE SPACES TO GradeChgReportLine.
           STRING "TERM " SW-Term
               DELIMITED BY SIZE INTO GradeChgReportLine
           END-STRING.
           WRITE GradeChgReportLine.

       CLEAR-ONE-REASON-COUNT.
           MOVE ZERO TO WS-Term-Reason-Count(WS-Reason-Sub).

       START-NEW-INSTRUCTOR.
           MOVE SW-Instructor TO WS-Prev-Instructor.
           MOVE ZERO          TO WS-Instr-Changes.
           MOVE ZERO          TO WS-Instr-Flagged.
           MOVE SPACES        TO WS-Instr-Name.
           IF Instructors-Are-Open
               MOVE SW-Instructor TO IN-ID
               READ InstructorFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IN-Name TO WS-Instr-Name
               END-READ
           END-IF.
           MOVE SPACES TO GradeChgReportLine.
           STRING "  INSTRUCTOR " SW-Instructor " " WS-Instr-Name
               DELIMITED BY SIZE INTO GradeChgReportLine
           END-STRING.
           WRITE GradeChgReportLine.
           MOVE SPACES TO GradeChgReportLine.
           STRING "    STUID COURSE SC  OLD NEW RSN   CUM GPA     "
                  "TERM GPA    DATE     REVIEW"
               DELIMITED BY SIZE INTO GradeChgReportLine
           END-STRING.
           WRITE GradeChgReportLine.

       PRINT-INSTRUCTOR-TOTAL.
           MOVE WS-Instr-Changes TO WS-Count-Edited.
           MOVE WS-Instr-Flagged TO WS-Count-Edited-2.
           MOVE SPACES TO GradeChgReportLine.
           STRING "    INSTRUCTOR " WS-Prev-Instructor " TOTAL "
                  WS-Count-Edited " CHANGES " WS-Count-Edited-2
                  " FLAGGED"
               DELIMITED BY SIZE INTO GradeChgReportLine
           END-STRING.
           WRITE GradeChgReportLine.

       PRINT-TERM-TOTAL.
           MOVE WS-Term-Changes TO WS-Count-Edited.
           MOVE WS-Term-Flagged TO WS-Count-Edited-2.
           MOVE SPACES TO GradeChgReportLine.
           STRING "  TERM " WS-Prev-Term " TOTAL " WS-Count-Edited
                  " CHANGES " WS-Count-Edited-2 " FLAGGED"
               DELIMITED BY SIZE INTO GradeChgReportLine
           END-STRING.
           WRITE GradeChgReportLine.
           PERFORM PRINT-ONE-REASON-COUNT
               VARYING WS-Reason-Sub FROM 1 BY 1
               UNTIL WS-Reason-Sub > 5.

       PRINT-ONE-REASON-COUNT.
           IF WS-Term-Reason-Count(WS-Reason-Sub) = ZERO
               EXIT PARAGRAPH
           END-IF.
           SET GR-Idx TO WS-Reason-Sub.
           MOVE WS-Term-Reason-Count(WS-Reason-Sub) TO WS-Count-Edited.
           MOVE SPACES TO GradeChgReportLine.
           STRING "    " GR-Code(GR-Idx) " " GR-Description(GR-Idx)
                  " " WS-Count-Edited
               DELIMITED BY SIZE INTO GradeChgReportLine
           END-STRING.
           WRITE GradeChgReportLine.

       END PROGRAM md-basics-grade-chg-report.
