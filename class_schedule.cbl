      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Per-student weekly class schedule: a Monday-to-Friday grid of
      * the term's sections with rooms, then the class list with days,
      * times, instructor and credit hours. One student's schedule goes
      * to schedule.prt; the batch mailing writes every active student's
      * to schedmail.<term>.prt. Every schedule printed is logged to
      * disclose.log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-class-schedule.

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
      *> a schedule printed at the counter goes to schedule.prt, kept
      *> with EXTEND like the certificates; the batch run for the
      *> pre-term mailing writes the whole term to its own file
           SELECT  ScheduleFile ASSIGN TO WS-Schedule-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Schedule-Status.
       COPY DISCLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY CATALOG-FD.
       COPY INSTR-FD.

       FD  ScheduleFile.
       01  ScheduleLine                PIC X(80).

       COPY DISCLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY INSTR-WS.
       COPY DISCLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Schedule-Status          PIC XX      VALUE SPACES.
           88  FS-Schedule-OK                      VALUE "00".
       01  WS-Schedule-File-Name       PIC X(30)   VALUE SPACES.
       01  WS-Run-Mode                 PIC X       VALUE SPACE.
           88  Mode-One-Student                    VALUE "O", "o".
           88  Mode-Batch                          VALUE "B", "b".
       01  WS-Sched-Term               PIC X(6)    VALUE SPACES.
       01  WS-Sched-StuID              PIC 9(5)    VALUE ZERO.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Catalog-Open-SW          PIC X       VALUE "N".
           88  Catalog-Is-Open                     VALUE "Y".
       01  WS-Instr-Open-SW            PIC X       VALUE "N".
           88  Instructors-Are-Open                VALUE "Y".
       01  WS-Printed-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Skipped-Count            PIC 9(5)    VALUE ZERO.

      *>   the batch run's students: every StuID with a seat in the
      *>   term, gathered from the "E" rows before any master is read
      *>   so the sequential pass is not disturbed
       01  WS-Mail-Count               PIC 9(5)    VALUE ZERO.
       01  WS-Mail-Table.
           02  WS-Mail-StuID OCCURS 5000 TIMES PIC 9(5).
       01  WS-Mail-Sub                 PIC 9(5)    VALUE ZERO.
       01  WS-Mail-Full-SW             PIC X       VALUE "N".
           88  Mail-Table-Full                     VALUE "Y".

      *>   one student's classes for the term, with what the catalog
      *>   and instructor master say about each
       01  WS-Class-Count              PIC 99      VALUE ZERO.
       01  WS-Class-Table.
           02  WS-Class-Row OCCURS 20 TIMES.
               03  CLS-Code            PIC X(6).
               03  CLS-Section         PIC 99.
               03  CLS-Credit-Hours    PIC 9V9.
               03  CLS-Meet-Days       PIC X(5).
               03  CLS-Meet-Start      PIC 9(4).
               03  CLS-Meet-End        PIC 9(4).
               03  CLS-Room            PIC X(6).
               03  CLS-Instr-Name      PIC X(20).
       01  WS-Class-Sub                PIC 99      VALUE ZERO.
       01  WS-Total-Credit             PIC 9(3)V9  VALUE ZERO.

      *>   the grid: one row per distinct meeting time, earliest
      *>   first, and a column per weekday
       01  WS-Weekday-Letters          PIC X(5)    VALUE "MTWRF".
       01  WS-Weekday-Heads.
           02  FILLER              PIC X(13)   VALUE "MONDAY".
           02  FILLER              PIC X(13)   VALUE "TUESDAY".
           02  FILLER              PIC X(13)   VALUE "WEDNESDAY".
           02  FILLER              PIC X(13)   VALUE "THURSDAY".
           02  FILLER              PIC X(13)   VALUE "FRIDAY".
       01  WS-Day-Sub                  PIC 9       VALUE ZERO.
       01  WS-Day-Letter               PIC X       VALUE SPACE.
       01  WS-Day-Hits                 PIC 9       VALUE ZERO.
       01  WS-Cell-Col                 PIC 99      VALUE ZERO.
       01  WS-Last-Time-Key            PIC 9(8)    VALUE ZERO.
       01  WS-Next-Time-Key            PIC 9(8)    VALUE ZERO.
       01  WS-Class-Time-Key           PIC 9(8)    VALUE ZERO.
       01  WS-Grid-Done-SW             PIC X       VALUE "N".
           88  Grid-Done                           VALUE "Y".
       01  WS-Grid-Row-Count           PIC 99      VALUE ZERO.
       01  WS-Course-Line              PIC X(80)   VALUE SPACES.
       01  WS-Room-Line                PIC X(80)   VALUE SPACES.
       01  WS-Credit-Edited            PIC Z9.9.
       01  WS-Total-Edited             PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====STUDENT CLASS SCHEDULE====".
      *>   this program runs once per CALL - reset the switches and
      *>   counts so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE ZERO TO WS-Printed-Count.
            MOVE ZERO TO WS-Skipped-Count.
            MOVE ZERO TO WS-Mail-Count.
            MOVE "N"  TO WS-Mail-Full-SW.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Print for (O)ne student or (B)atch for the "
                    "term: " WITH NO ADVANCING.
            ACCEPT WS-Run-Mode.
            IF NOT Mode-One-Student AND NOT Mode-Batch
                DISPLAY "  *** choose O or B ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "Term: " WITH NO ADVANCING.
            ACCEPT WS-Sched-Term.
            OPEN INPUT StudentsFile.
            IF NOT FS-OK
                PERFORM CHECK-FILE-STATUS
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
      *>   without the catalog there is nothing to lay out; without
      *>   the instructor master the names are left off
            MOVE "N" TO WS-Catalog-Open-SW.
            OPEN INPUT CatalogFile.
            IF NOT FS-Catalog-OK
                DISPLAY "  *** unable to open catalog.dat, status "
                        WS-Catalog-Status " ***"
                MOVE 8 TO RETURN-CODE
                CLOSE StudentsFile
                GOBACK
            END-IF.
            SET Catalog-Is-Open TO TRUE.
            MOVE "N" TO WS-Instr-Open-SW.
            OPEN INPUT InstructorFile.
            IF FS-Instr-OK
                SET Instructors-Are-Open TO TRUE
            END-IF.
            IF Mode-One-Student
                PERFORM PRINT-ONE-STUDENT
            ELSE
                PERFORM PRINT-TERM-BATCH
            END-IF.
            CLOSE StudentsFile.
            CLOSE CatalogFile.
            IF Instructors-Are-Open
                CLOSE InstructorFile
            END-IF.
            GOBACK.

       PRINT-ONE-STUDENT.
           DISPLAY "StuID: " WITH NO ADVANCING.
           ACCEPT WS-Sched-StuID.
           PERFORM LOOK-UP-STUDENT.
           IF NOT Student-On-File
               DISPLAY "  *** StuID " WS-Sched-StuID " not found ***"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM GATHER-STUDENT-CLASSES.
           IF WS-Class-Count = ZERO
               DISPLAY "  *** no classes on file for StuID "
                       WS-Sched-StuID " in " WS-Sched-Term " ***"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "schedule.prt" TO WS-Schedule-File-Name.
           OPEN EXTEND ScheduleFile.
           IF NOT FS-Schedule-OK
               OPEN OUTPUT ScheduleFile
           END-IF.
           PERFORM PRINT-SCHEDULE.
           CLOSE ScheduleFile.
           DISPLAY "  schedule written to schedule.prt".

       PRINT-TERM-BATCH.
      *>   the pre-term mailing: every active student with a seat in
      *>   the term, addressed for the envelope
           PERFORM GATHER-TERM-STUDENTS.
           IF WS-Mail-Count = ZERO
               DISPLAY "  no enrollments on file for "
                       WS-Sched-Term "."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Schedule-File-Name.
           STRING "schedmail."   DELIMITED BY SIZE
                  WS-Sched-Term  DELIMITED BY SPACE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Schedule-File-Name
           END-STRING.
           OPEN OUTPUT ScheduleFile.
           PERFORM MAIL-ONE-STUDENT
               VARYING WS-Mail-Sub FROM 1 BY 1
               UNTIL WS-Mail-Sub > WS-Mail-Count.
           CLOSE ScheduleFile.
           DISPLAY "  " WS-Printed-Count " schedule(s) written to "
                   WS-Schedule-File-Name.
           IF WS-Skipped-Count > ZERO
               DISPLAY "  " WS-Skipped-Count " student(s) not active "
                       "or not on file - skipped."
           END-IF.
           IF Mail-Table-Full
               DISPLAY "  *** more than 5000 students in the term - "
                       "the mailing is incomplete ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       GATHER-TERM-STUDENTS.
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM GATHER-ONE-TERM-ROW UNTIL Scan-Done.

       GATHER-ONE-TERM-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF NOT WS-Enrollment-Record
                       SET Scan-Done TO TRUE
                   ELSE
      *>               the rows run in StuID order, so a StuID only
      *>               needs comparing with the last one taken
                       IF WS-ED-Term = WS-Sched-Term
                          AND WS-ED-Grade NOT = "W"
                          AND (WS-Mail-Count = ZERO
                           OR WS-ED-StuID
                              NOT = WS-Mail-StuID(WS-Mail-Count))
                           PERFORM ADD-MAIL-STUDENT
                       END-IF
                   END-IF
           END-READ.

       ADD-MAIL-STUDENT.
           IF WS-Mail-Count = 5000
               SET Mail-Table-Full TO TRUE
               SET Scan-Done TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Mail-Count.
           MOVE WS-ED-StuID TO WS-Mail-StuID(WS-Mail-Count).

       MAIL-ONE-STUDENT.
           MOVE WS-Mail-StuID(WS-Mail-Sub) TO WS-Sched-StuID.
           PERFORM LOOK-UP-STUDENT.
           IF NOT Student-On-File
               ADD 1 TO WS-Skipped-Count
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ACTIVE-STUDENT
               ADD 1 TO WS-Skipped-Count
               EXIT PARAGRAPH
           END-IF.
           PERFORM GATHER-STUDENT-CLASSES.
           IF WS-Class-Count = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRINT-SCHEDULE.

       LOOK-UP-STUDENT.
           MOVE "N" TO WS-Student-Found-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Sched-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.

       GATHER-STUDENT-CLASSES.
      *>   the master was just read into WS-Student - the "E" rows
      *>   are read into the file buffer so the name and address stay
      *>   in hand for the heading
           MOVE ZERO TO WS-Class-Count.
           MOVE ZERO TO WS-Total-Credit.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Sched-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM GATHER-ONE-CLASS-ROW UNTIL Scan-Done.

       GATHER-ONE-CLASS-ROW.
           READ StudentsFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF NOT ED-Is-Enrollment-Record
                      OR ED-StuID NOT = WS-Sched-StuID
                       SET Scan-Done TO TRUE
                   ELSE
                       IF ED-Term = WS-Sched-Term
                          AND ED-Grade NOT = "W"
                          AND WS-Class-Count < 20
                           PERFORM ADD-STUDENT-CLASS
                       END-IF
                   END-IF
           END-READ.

       ADD-STUDENT-CLASS.
           ADD 1 TO WS-Class-Count.
           MOVE WS-Class-Count TO WS-Class-Sub.
           MOVE ED-Course-Code  TO CLS-Code(WS-Class-Sub).
           MOVE ED-Section      TO CLS-Section(WS-Class-Sub).
           MOVE ED-Credit-Hours TO CLS-Credit-Hours(WS-Class-Sub).
           ADD ED-Credit-Hours  TO WS-Total-Credit.
           MOVE SPACES TO CLS-Meet-Days(WS-Class-Sub).
           MOVE ZERO   TO CLS-Meet-Start(WS-Class-Sub).
           MOVE ZERO   TO CLS-Meet-End(WS-Class-Sub).
           MOVE SPACES TO CLS-Room(WS-Class-Sub).
           MOVE SPACES TO CLS-Instr-Name(WS-Class-Sub).
           MOVE ED-Course-Code TO CF-Code.
           MOVE ED-Section     TO CF-Section.
           READ CatalogFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE CF-Meet-Days  TO CLS-Meet-Days(WS-Class-Sub).
           MOVE CF-Meet-Start TO CLS-Meet-Start(WS-Class-Sub).
           MOVE CF-Meet-End   TO CLS-Meet-End(WS-Class-Sub).
           MOVE CF-Room       TO CLS-Room(WS-Class-Sub).
           IF Instructors-Are-Open
              AND CF-Instructor-ID NOT = SPACES
               MOVE CF-Instructor-ID TO IN-ID
               READ InstructorFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IN-Name TO CLS-Instr-Name(WS-Class-Sub)
               END-READ
           END-IF.

       PRINT-SCHEDULE.
           MOVE SPACES TO ScheduleLine.
           WRITE ScheduleLine.
           MOVE "============================== CLASS SCHEDULE "
               TO ScheduleLine.
           MOVE "==============================" TO ScheduleLine(47:30).
           WRITE ScheduleLine.
           MOVE SPACES TO ScheduleLine.
           STRING "TO: " WS-Student-name " " WS-Student-surname
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           WRITE ScheduleLine.
           MOVE SPACES TO ScheduleLine.
           STRING "    " WS-Student-address
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           WRITE ScheduleLine.
           MOVE SPACES TO ScheduleLine.
           STRING "STUID: " WS-Sched-StuID "   TERM: " WS-Sched-Term
               "   PRINTED: " WS-Today
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           WRITE ScheduleLine.
           MOVE SPACES TO ScheduleLine.
           WRITE ScheduleLine.
           PERFORM PRINT-WEEK-GRID.
           PERFORM PRINT-CLASS-LIST.
           ADD 1 TO WS-Printed-Count.
           MOVE WS-Sched-StuID TO WS-Disc-StuID.
           MOVE "CLASSSCHED"   TO WS-Disc-Screen.
           PERFORM DISCLOSURE-LOG-WRITE.

       PRINT-WEEK-GRID.
           MOVE SPACES TO ScheduleLine.
           MOVE "TIME"           TO ScheduleLine(1:4).
           MOVE WS-Weekday-Heads TO ScheduleLine(12:65).
           WRITE ScheduleLine.
           MOVE ZERO TO WS-Last-Time-Key.
           MOVE ZERO TO WS-Grid-Row-Count.
           MOVE "N"  TO WS-Grid-Done-SW.
           PERFORM PRINT-NEXT-GRID-ROW UNTIL Grid-Done.
           IF WS-Grid-Row-Count = ZERO
               MOVE "    no scheduled meeting times" TO ScheduleLine
               WRITE ScheduleLine
           END-IF.

       PRINT-NEXT-GRID-ROW.
      *>   the next meeting time after the last one printed; the key
      *>   is start then end, so 0900-0950 prints before 0900-1015
           MOVE 99999999 TO WS-Next-Time-Key.
           PERFORM FIND-NEXT-TIME
               VARYING WS-Class-Sub FROM 1 BY 1
               UNTIL WS-Class-Sub > WS-Class-Count.
           IF WS-Next-Time-Key = 99999999
               SET Grid-Done TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Grid-Row-Count.
           MOVE WS-Next-Time-Key TO WS-Last-Time-Key.
           MOVE SPACES TO WS-Course-Line.
           MOVE SPACES TO WS-Room-Line.
           STRING WS-Next-Time-Key(1:4) "-" WS-Next-Time-Key(5:4)
               DELIMITED BY SIZE INTO WS-Course-Line
           END-STRING.
           PERFORM FILL-GRID-DAY
               VARYING WS-Day-Sub FROM 1 BY 1
               UNTIL WS-Day-Sub > 5.
           MOVE WS-Course-Line TO ScheduleLine.
           WRITE ScheduleLine.
           MOVE WS-Room-Line TO ScheduleLine.
           WRITE ScheduleLine.

       FIND-NEXT-TIME.
           IF CLS-Meet-Days(WS-Class-Sub) = SPACES
              OR CLS-Meet-Start(WS-Class-Sub) = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Class-Time-Key =
               CLS-Meet-Start(WS-Class-Sub) * 10000
               + CLS-Meet-End(WS-Class-Sub).
           IF WS-Class-Time-Key > WS-Last-Time-Key
              AND WS-Class-Time-Key < WS-Next-Time-Key
               MOVE WS-Class-Time-Key TO WS-Next-Time-Key
           END-IF.

       FILL-GRID-DAY.
           MOVE WS-Weekday-Letters(WS-Day-Sub:1) TO WS-Day-Letter.
           COMPUTE WS-Cell-Col = 12 + (WS-Day-Sub - 1) * 13.
           PERFORM FILL-ONE-GRID-CELL
               VARYING WS-Class-Sub FROM 1 BY 1
               UNTIL WS-Class-Sub > WS-Class-Count.

       FILL-ONE-GRID-CELL.
           IF CLS-Meet-Days(WS-Class-Sub) = SPACES
              OR CLS-Meet-Start(WS-Class-Sub) = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Class-Time-Key =
               CLS-Meet-Start(WS-Class-Sub) * 10000
               + CLS-Meet-End(WS-Class-Sub).
           IF WS-Class-Time-Key NOT = WS-Next-Time-Key
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-Day-Hits.
           INSPECT CLS-Meet-Days(WS-Class-Sub) TALLYING WS-Day-Hits
               FOR ALL WS-Day-Letter.
           IF WS-Day-Hits = ZERO
               EXIT PARAGRAPH
           END-IF.
           STRING CLS-Code(WS-Class-Sub) "-" CLS-Section(WS-Class-Sub)
               DELIMITED BY SIZE
               INTO WS-Course-Line WITH POINTER WS-Cell-Col
           END-STRING.
           COMPUTE WS-Cell-Col = 12 + (WS-Day-Sub - 1) * 13.
           MOVE CLS-Room(WS-Class-Sub) TO WS-Room-Line(WS-Cell-Col:6).

       PRINT-CLASS-LIST.
           MOVE SPACES TO ScheduleLine.
           WRITE ScheduleLine.
           MOVE "COURSE SC DAYS  TIME      ROOM   INSTRUCTOR"
               TO ScheduleLine.
           MOVE "CR HRS" TO ScheduleLine(66:6).
           WRITE ScheduleLine.
           PERFORM PRINT-ONE-CLASS
               VARYING WS-Class-Sub FROM 1 BY 1
               UNTIL WS-Class-Sub > WS-Class-Count.
           MOVE WS-Total-Credit TO WS-Total-Edited.
           MOVE SPACES TO ScheduleLine.
           STRING "TOTAL " WS-Class-Count " CLASS(ES)"
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           MOVE "TOTAL HOURS"  TO ScheduleLine(52:11).
           MOVE WS-Total-Edited TO ScheduleLine(67:5).
           WRITE ScheduleLine.

       PRINT-ONE-CLASS.
           MOVE CLS-Credit-Hours(WS-Class-Sub) TO WS-Credit-Edited.
           MOVE SPACES TO ScheduleLine.
           IF CLS-Meet-Days(WS-Class-Sub) = SPACES
              OR CLS-Meet-Start(WS-Class-Sub) = ZERO
               STRING CLS-Code(WS-Class-Sub) " "
                   CLS-Section(WS-Class-Sub) " ARRANGED        "
                   CLS-Room(WS-Class-Sub) " "
                   CLS-Instr-Name(WS-Class-Sub)
                   DELIMITED BY SIZE INTO ScheduleLine
               END-STRING
           ELSE
               STRING CLS-Code(WS-Class-Sub) " "
                   CLS-Section(WS-Class-Sub) " "
                   CLS-Meet-Days(WS-Class-Sub) " "
                   CLS-Meet-Start(WS-Class-Sub) "-"
                   CLS-Meet-End(WS-Class-Sub) " "
                   CLS-Room(WS-Class-Sub) " "
                   CLS-Instr-Name(WS-Class-Sub)
                   DELIMITED BY SIZE INTO ScheduleLine
               END-STRING
           END-IF.
           MOVE WS-Credit-Edited TO ScheduleLine(68:4).
           WRITE ScheduleLine.

       COPY DISCLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-class-schedule.
