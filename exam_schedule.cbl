      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Final exam schedule for a term. Each enrolled section takes its
      * exam slot from its meeting pattern, or from the common exam
      * override list, and is given a room largest section first. The
      * schedule is printed to exams.<term>.prt and every student
      * sitting two exams at once, or three or more in a day, to
      * examconf.<term>.prt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-exam-schedule.

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
       COPY EXAMOVR-SEL.
       COPY ROOM-SEL.
       COPY TERM-SEL.
      *> the schedule is posted and the conflict list goes to the
      *> registrar - each term's run replaces that term's last one
           SELECT  ScheduleFile ASSIGN TO WS-Schedule-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Schedule-Status.
           SELECT  ConflictFile ASSIGN TO WS-Conflict-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Conflict-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY CATALOG-FD.
       COPY EXAMOVR-FD.
       COPY ROOM-FD.
       COPY TERM-FD.

       FD  ScheduleFile.
       01  ScheduleLine                PIC X(80).

       FD  ConflictFile.
       01  ConflictLine                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY EXAMOVR-WS.
       COPY ROOM-WS.
       COPY TERM-WS.
       COPY EXAM-PERIODS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Schedule-Status          PIC XX      VALUE SPACES.
           88  FS-Schedule-OK                      VALUE "00".
       01  WS-Conflict-Status          PIC XX      VALUE SPACES.
           88  FS-Conflict-OK                      VALUE "00".
       01  WS-Schedule-File-Name       PIC X(30)   VALUE SPACES.
       01  WS-Conflict-File-Name       PIC X(30)   VALUE SPACES.
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFile                           VALUE "Y".
       01  WS-Room-EOF-SW              PIC X       VALUE "N".
           88  EndOfRooms                          VALUE "Y".
       01  WS-Override-Open-SW         PIC X       VALUE "N".
           88  Overrides-Are-Open                  VALUE "Y".
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Exam-Term                PIC X(6)    VALUE SPACES.
       01  WS-Exam-Base-Day            PIC 9(7)    VALUE ZERO.
       01  WS-Exam-Date                PIC 9(8)    VALUE ZERO.

      *>   the term's sections, loaded from catalog.dat in key order so
      *>   each "E" row finds its section by SEARCH ALL. A section
      *>   with no term on file predates per-term sections and runs
      *>   every term, so it sits an exam here too. SEC-Slot numbers
      *>   the exam slot 1-20, day-major; zero means no slot.
       01  WS-Section-Count            PIC 9(3)    VALUE ZERO.
       01  WS-Section-Table.
           02  WS-Section-Row OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-Section-Count
                       ASCENDING KEY IS SEC-Key
                       INDEXED BY SEC-Idx.
               03  SEC-Key.
                   04  SEC-Code        PIC X(6).
                   04  SEC-Section     PIC 99.
               03  SEC-Meet-Days       PIC X(5).
               03  SEC-Meet-Start      PIC 9(4).
               03  SEC-Room            PIC X(6).
               03  SEC-Headcount       PIC 9(4).
               03  SEC-Exam-Day        PIC 9.
               03  SEC-Exam-Period     PIC 9.
               03  SEC-Slot            PIC 99.
               03  SEC-Common-SW       PIC X.
                   88  SEC-Common-Exam             VALUE "Y".
               03  SEC-Booked-SW       PIC X.
                   88  SEC-Booked                  VALUE "Y".
               03  SEC-Exam-Room       PIC X(6).
               03  SEC-Exam-Seats      PIC 999.
       01  WS-Section-Sub              PIC 9(3)    VALUE ZERO.
       01  WS-Look-Key.
           02  WS-Look-Code            PIC X(6)    VALUE SPACES.
           02  WS-Look-Section         PIC 99      VALUE ZERO.
       01  WS-Section-Full-SW          PIC X       VALUE "N".
           88  Section-Table-Full                  VALUE "Y".

      *>   the slot a meeting pattern gives: a section meeting on any
      *>   of M, W or F sits in periods 1-2, a T/R section in periods
      *>   3-4. The start hour (08 to 17, earlier and later clamped)
      *>   walks across the five days first, so back-to-back classes
      *>   a student takes in one morning land on different days.
       01  WS-MWF-Count                PIC 9       VALUE ZERO.
       01  WS-Start-Hour               PIC 99      VALUE ZERO.
       01  WS-Start-Minute             PIC 99      VALUE ZERO.
       01  WS-Hour-Block               PIC 99      VALUE ZERO.
       01  WS-Block-Row                PIC 9       VALUE ZERO.
       01  WS-Block-Day                PIC 9       VALUE ZERO.
       01  WS-Slot-Count-Table.
           02  WS-Slot-Count OCCURS 20 TIMES   PIC 9(3).
       01  WS-Slot                     PIC 99      VALUE ZERO.
       01  WS-Day-Sub                  PIC 9       VALUE ZERO.
       01  WS-Period-Sub               PIC 9       VALUE ZERO.
       01  WS-Day-Exams                PIC 9(3)    VALUE ZERO.

      *>   the room master, in code order, with a booked switch per
      *>   exam slot
       01  WS-Room-Count               PIC 9(3)    VALUE ZERO.
       01  WS-Room-Table.
           02  WS-Room-Row OCCURS 1 TO 300 TIMES
                       DEPENDING ON WS-Room-Count
                       ASCENDING KEY IS RMT-Code
                       INDEXED BY RMT-Idx.
               03  RMT-Code            PIC X(6).
               03  RMT-Seats           PIC 999.
               03  RMT-Slots.
                   04  RMT-Slot-SW OCCURS 20 TIMES PIC X.
       01  WS-Room-Sub                 PIC 9(3)    VALUE ZERO.
       01  WS-Room-Full-SW             PIC X       VALUE "N".
           88  Room-Table-Full                     VALUE "Y".
       01  WS-Look-Room                PIC X(6)    VALUE SPACES.
       01  WS-Big-Sub                  PIC 9(3)    VALUE ZERO.
       01  WS-Big-Head                 PIC 9(4)    VALUE ZERO.
       01  WS-Booking-Done-SW          PIC X       VALUE "N".
           88  All-Sections-Booked                 VALUE "Y".
       01  WS-Fit-Sub                  PIC 9(3)    VALUE ZERO.
       01  WS-Fit-Seats                PIC 9(4)    VALUE ZERO.

      *>   one student's exams, gathered as their "E" rows go by
       01  WS-Current-StuID            PIC 9(5)    VALUE ZERO.
       01  WS-Stu-Exam-Count           PIC 99      VALUE ZERO.
       01  WS-Stu-Exam-Table.
           02  WS-Stu-Exam-Row OCCURS 20 TIMES.
               03  STX-Code            PIC X(6).
               03  STX-Section         PIC 99.
               03  STX-Exam-Day        PIC 9.
               03  STX-Exam-Period     PIC 9.
               03  STX-Slot            PIC 99.
       01  WS-Stu-Exam-Sub             PIC 99      VALUE ZERO.
       01  WS-Stu-Other-Sub            PIC 99      VALUE ZERO.
       01  WS-Stu-Day-Table.
           02  WS-Stu-Day-Exams OCCURS 5 TIMES PIC 99.

      *>   the conflicts found, in StuID order as the file runs
       01  WS-Conflict-Count           PIC 9(4)    VALUE ZERO.
       01  WS-Conflict-Table.
           02  WS-Conflict-Row OCCURS 2000 TIMES.
               03  CNF-StuID           PIC 9(5).
               03  CNF-Text            PIC X(70).
       01  WS-Conflict-Sub             PIC 9(4)    VALUE ZERO.
       01  WS-Conflict-Full-SW         PIC X       VALUE "N".
           88  Conflict-Table-Full                 VALUE "Y".
       01  WS-Conflict-Text            PIC X(70)   VALUE SPACES.
       01  WS-Text-Ptr                 PIC 99      VALUE ZERO.
       01  WS-Last-StuID               PIC 9(5)    VALUE ZERO.
       01  WS-Conflict-Students        PIC 9(5)    VALUE ZERO.

       01  WS-Scheduled-Count          PIC 9(3)    VALUE ZERO.
       01  WS-Common-Count             PIC 9(3)    VALUE ZERO.
       01  WS-No-Room-Count            PIC 9(3)    VALUE ZERO.
       01  WS-No-Slot-Count            PIC 9(3)    VALUE ZERO.
       01  WS-Empty-Count              PIC 9(3)    VALUE ZERO.
       01  WS-Headcount-Edited         PIC Z,ZZ9.
       01  WS-Seats-Edited             PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====FINAL EXAM SCHEDULE====".
      *>   this program runs once per CALL - reset the switches and
      *>   counts so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE "N"  TO WS-Room-EOF-SW.
            MOVE "N"  TO WS-Override-Open-SW.
            MOVE "N"  TO WS-Section-Full-SW.
            MOVE "N"  TO WS-Room-Full-SW.
            MOVE "N"  TO WS-Booking-Done-SW.
            MOVE "N"  TO WS-Conflict-Full-SW.
            MOVE ZERO TO WS-Section-Count.
            MOVE ZERO TO WS-Room-Count.
            MOVE ZERO TO WS-Conflict-Count.
            MOVE ZERO TO WS-Conflict-Students.
            MOVE ZERO TO WS-Scheduled-Count.
            MOVE ZERO TO WS-Common-Count.
            MOVE ZERO TO WS-No-Room-Count.
            MOVE ZERO TO WS-No-Slot-Count.
            MOVE ZERO TO WS-Empty-Count.
            MOVE ZERO TO WS-Current-StuID.
            MOVE ZERO TO WS-Stu-Exam-Count.
            MOVE ZERO TO WS-Slot-Count-Table.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Term: " WITH NO ADVANCING.
            ACCEPT WS-Exam-Term.
            OPEN INPUT TermsFile.
            IF NOT FS-Term-OK
                DISPLAY "  *** unable to open terms.dat, status "
                        WS-Term-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WS-Exam-Term TO TM-Code.
            READ TermsFile
                INVALID KEY
                    DISPLAY "  *** term " WS-Exam-Term
                            " is not on the term master ***"
                    MOVE 8 TO RETURN-CODE
            END-READ.
            CLOSE TermsFile.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
      *>   exam day 1 is the fifth day back from the term end date
            COMPUTE WS-Exam-Base-Day =
                FUNCTION INTEGER-OF-DATE(TM-End-Date) - Exam-Week-Days.
            PERFORM LOAD-TERM-SECTIONS.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            IF WS-Section-Count = ZERO
                DISPLAY "  no sections on the catalog for "
                        WS-Exam-Term "."
                GOBACK
            END-IF.
            OPEN INPUT StudentsFile.
            IF NOT FS-OK
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            SET SF-Enrollment-Record TO TRUE.
            MOVE ZERO TO StuID.
            MOVE ZERO TO SF-Key-Seq.
            START StudentsFile KEY IS NOT LESS THAN SF-Key
                INVALID KEY
                    SET EndOfFile TO TRUE
            END-START.
            PERFORM SCAN-ENROLLMENT-LOOP UNTIL EndOfFile.
            IF WS-Stu-Exam-Count > ZERO
                PERFORM CHECK-STUDENT-EXAMS
            END-IF.
            PERFORM COUNT-SLOT-SECTION
                VARYING WS-Section-Sub FROM 1 BY 1
                UNTIL WS-Section-Sub > WS-Section-Count.
            PERFORM LOAD-ROOMS.
            PERFORM BOOK-NEXT-LARGEST UNTIL All-Sections-Booked.
            PERFORM OPEN-EXAM-OUTPUTS.
            PERFORM PRINT-EXAM-DAY
                VARYING WS-Day-Sub FROM 1 BY 1
                UNTIL WS-Day-Sub > Exam-Week-Days.
            PERFORM PRINT-UNSCHEDULED-SECTIONS.
            PERFORM PRINT-SCHEDULE-TOTALS.
            PERFORM PRINT-CONFLICT-LIST.
            CLOSE ScheduleFile.
            CLOSE ConflictFile.
            CLOSE StudentsFile.
            DISPLAY "  " WS-Scheduled-Count " exam(s) scheduled, "
                    WS-No-Room-Count " without a room, "
                    WS-No-Slot-Count " without a slot.".
            DISPLAY "  " WS-Conflict-Count " conflict(s) for "
                    WS-Conflict-Students " student(s).".
            DISPLAY "  written to " WS-Schedule-File-Name.
            DISPLAY "         and " WS-Conflict-File-Name.
            IF Section-Table-Full
                DISPLAY "  *** more than 500 sections in the term - "
                        "the schedule is incomplete ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF Room-Table-Full
                DISPLAY "  *** more than 300 rooms on the master - "
                        "rooms past that were not booked ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF Conflict-Table-Full
                DISPLAY "  *** more than 2000 conflicts - the "
                        "conflict list is incomplete ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       LOAD-TERM-SECTIONS.
           OPEN INPUT CatalogFile.
           IF NOT FS-Catalog-OK
               DISPLAY "  *** unable to open catalog.dat, status "
                       WS-Catalog-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      *>   no override file yet just means no common exams
           OPEN INPUT ExamOverrideFile.
           IF FS-ExamOvr-OK
               SET Overrides-Are-Open TO TRUE
           END-IF.
           MOVE "N" TO WS-Catalog-EOF-SW.
           PERFORM LOAD-ONE-SECTION-LOOP UNTIL EndOfCatalog.
           CLOSE CatalogFile.
           IF Overrides-Are-Open
               CLOSE ExamOverrideFile
           END-IF.

       LOAD-ONE-SECTION-LOOP.
           READ CatalogFile NEXT RECORD
               AT END
                   SET EndOfCatalog TO TRUE
               NOT AT END
                   IF CF-Active-Course
                      AND (CF-Term = WS-Exam-Term OR CF-Term = SPACES)
                       PERFORM ADD-TERM-SECTION
                   END-IF
           END-READ.

       ADD-TERM-SECTION.
           IF WS-Section-Count = 500
               SET Section-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Section-Count.
           MOVE WS-Section-Count TO WS-Section-Sub.
           MOVE CF-Code          TO SEC-Code(WS-Section-Sub).
           MOVE CF-Section       TO SEC-Section(WS-Section-Sub).
           MOVE CF-Meet-Days     TO SEC-Meet-Days(WS-Section-Sub).
           MOVE CF-Meet-Start    TO SEC-Meet-Start(WS-Section-Sub).
           MOVE CF-Room          TO SEC-Room(WS-Section-Sub).
           MOVE ZERO             TO SEC-Headcount(WS-Section-Sub).
           MOVE ZERO             TO SEC-Exam-Day(WS-Section-Sub).
           MOVE ZERO             TO SEC-Exam-Period(WS-Section-Sub).
           MOVE ZERO             TO SEC-Slot(WS-Section-Sub).
           MOVE "N"              TO SEC-Common-SW(WS-Section-Sub).
           MOVE "N"              TO SEC-Booked-SW(WS-Section-Sub).
           MOVE SPACES           TO SEC-Exam-Room(WS-Section-Sub).
           MOVE ZERO             TO SEC-Exam-Seats(WS-Section-Sub).
           PERFORM ASSIGN-EXAM-SLOT.

       ASSIGN-EXAM-SLOT.
      *>   a common exam on the override list wins over the meeting
      *>   pattern
           IF Overrides-Are-Open
               MOVE WS-Exam-Term TO EO-Term
               MOVE CF-Code      TO EO-Course-Code
               READ ExamOverrideFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SEC-Common-Exam(WS-Section-Sub) TO TRUE
                       MOVE EO-Exam-Day
                           TO SEC-Exam-Day(WS-Section-Sub)
                       MOVE EO-Exam-Period
                           TO SEC-Exam-Period(WS-Section-Sub)
               END-READ
           END-IF.
           IF NOT SEC-Common-Exam(WS-Section-Sub)
      *>       arranged and online sections have no block to go by
               IF CF-Meet-Days = SPACES OR CF-Meet-Start = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM DERIVE-BLOCK-SLOT
           END-IF.
           COMPUTE SEC-Slot(WS-Section-Sub) =
               (SEC-Exam-Day(WS-Section-Sub) - 1) * Exam-Day-Periods
               + SEC-Exam-Period(WS-Section-Sub).

       DERIVE-BLOCK-SLOT.
           DIVIDE CF-Meet-Start BY 100 GIVING WS-Start-Hour
               REMAINDER WS-Start-Minute.
           IF WS-Start-Hour < 8
               MOVE 8 TO WS-Start-Hour
           END-IF.
           IF WS-Start-Hour > 17
               MOVE 17 TO WS-Start-Hour
           END-IF.
           COMPUTE WS-Hour-Block = WS-Start-Hour - 8.
           DIVIDE WS-Hour-Block BY Exam-Week-Days GIVING WS-Block-Row
               REMAINDER WS-Block-Day.
           COMPUTE SEC-Exam-Day(WS-Section-Sub) = WS-Block-Day + 1.
           MOVE ZERO TO WS-MWF-Count.
           INSPECT CF-Meet-Days TALLYING WS-MWF-Count
               FOR ALL "M" ALL "W" ALL "F".
           IF WS-MWF-Count > ZERO
               COMPUTE SEC-Exam-Period(WS-Section-Sub) =
                   WS-Block-Row + 1
           ELSE
               COMPUTE SEC-Exam-Period(WS-Section-Sub) =
                   WS-Block-Row + 3
           END-IF.

       SCAN-ENROLLMENT-LOOP.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET EndOfFile TO TRUE
               NOT AT END
                   IF NOT WS-Enrollment-Record
                       SET EndOfFile TO TRUE
                   ELSE
                       PERFORM TAKE-ENROLLMENT-ROW
                   END-IF
           END-READ.

       TAKE-ENROLLMENT-ROW.
      *>   the "E" rows run in StuID order - a new StuID closes out
      *>   the one before
           IF WS-ED-StuID NOT = WS-Current-StuID
               IF WS-Stu-Exam-Count > ZERO
                   PERFORM CHECK-STUDENT-EXAMS
               END-IF
               MOVE WS-ED-StuID TO WS-Current-StuID
               MOVE ZERO        TO WS-Stu-Exam-Count
           END-IF.
      *>   a "W" row no longer holds a seat
           IF WS-ED-Term NOT = WS-Exam-Term
              OR WS-ED-Grade = "W"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ED-Course-Code TO WS-Look-Code.
           MOVE WS-ED-Section     TO WS-Look-Section.
           SEARCH ALL WS-Section-Row
               AT END
                   CONTINUE
               WHEN SEC-Key(SEC-Idx) = WS-Look-Key
                   ADD 1 TO SEC-Headcount(SEC-Idx)
                   IF SEC-Slot(SEC-Idx) > ZERO
                      AND WS-Stu-Exam-Count < 20
                       PERFORM ADD-STUDENT-EXAM
                   END-IF
           END-SEARCH.

       ADD-STUDENT-EXAM.
           ADD 1 TO WS-Stu-Exam-Count.
           MOVE WS-Stu-Exam-Count TO WS-Stu-Exam-Sub.
           MOVE SEC-Code(SEC-Idx)     TO STX-Code(WS-Stu-Exam-Sub).
           MOVE SEC-Section(SEC-Idx)  TO STX-Section(WS-Stu-Exam-Sub).
           MOVE SEC-Exam-Day(SEC-Idx)
               TO STX-Exam-Day(WS-Stu-Exam-Sub).
           MOVE SEC-Exam-Period(SEC-Idx)
               TO STX-Exam-Period(WS-Stu-Exam-Sub).
           MOVE SEC-Slot(SEC-Idx)     TO STX-Slot(WS-Stu-Exam-Sub).

       CHECK-STUDENT-EXAMS.
      *>   two exams in one slot, then three or more on one day
           MOVE ZERO TO WS-Stu-Day-Table.
           PERFORM CHECK-ONE-STUDENT-EXAM
               VARYING WS-Stu-Exam-Sub FROM 1 BY 1
               UNTIL WS-Stu-Exam-Sub > WS-Stu-Exam-Count.
           PERFORM CHECK-ONE-EXAM-DAY
               VARYING WS-Day-Sub FROM 1 BY 1
               UNTIL WS-Day-Sub > Exam-Week-Days.

       CHECK-ONE-STUDENT-EXAM.
           ADD 1 TO WS-Stu-Day-Exams(STX-Exam-Day(WS-Stu-Exam-Sub)).
           PERFORM CHECK-SAME-SLOT
               VARYING WS-Stu-Other-Sub FROM WS-Stu-Exam-Sub BY 1
               UNTIL WS-Stu-Other-Sub > WS-Stu-Exam-Count.

       CHECK-SAME-SLOT.
           IF WS-Stu-Other-Sub = WS-Stu-Exam-Sub
              OR STX-Slot(WS-Stu-Other-Sub)
                 NOT = STX-Slot(WS-Stu-Exam-Sub)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Conflict-Text.
           STRING "2 AT ONCE    DAY " STX-Exam-Day(WS-Stu-Exam-Sub)
               " PERIOD " STX-Exam-Period(WS-Stu-Exam-Sub) "   "
               STX-Code(WS-Stu-Exam-Sub) "-"
               STX-Section(WS-Stu-Exam-Sub) " "
               STX-Code(WS-Stu-Other-Sub) "-"
               STX-Section(WS-Stu-Other-Sub)
               DELIMITED BY SIZE INTO WS-Conflict-Text
           END-STRING.
           PERFORM ADD-CONFLICT.

       CHECK-ONE-EXAM-DAY.
           IF WS-Stu-Day-Exams(WS-Day-Sub) < 3
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Conflict-Text.
           MOVE 1 TO WS-Text-Ptr.
           STRING WS-Stu-Day-Exams(WS-Day-Sub) " ON ONE DAY  DAY "
               WS-Day-Sub "         "
               DELIMITED BY SIZE INTO WS-Conflict-Text
               WITH POINTER WS-Text-Ptr
           END-STRING.
           PERFORM LIST-ONE-DAY-EXAM
               VARYING WS-Stu-Other-Sub FROM 1 BY 1
               UNTIL WS-Stu-Other-Sub > WS-Stu-Exam-Count.
           PERFORM ADD-CONFLICT.

       LIST-ONE-DAY-EXAM.
           IF STX-Exam-Day(WS-Stu-Other-Sub) NOT = WS-Day-Sub
               EXIT PARAGRAPH
           END-IF.
           STRING " " STX-Code(WS-Stu-Other-Sub) "-"
               STX-Section(WS-Stu-Other-Sub)
               DELIMITED BY SIZE INTO WS-Conflict-Text
               WITH POINTER WS-Text-Ptr
           END-STRING.

       ADD-CONFLICT.
           IF WS-Conflict-Count = 2000
               SET Conflict-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Conflict-Count.
           MOVE WS-Current-StuID TO CNF-StuID(WS-Conflict-Count).
           MOVE WS-Conflict-Text TO CNF-Text(WS-Conflict-Count).

       COUNT-SLOT-SECTION.
           IF SEC-Headcount(WS-Section-Sub) = ZERO
               ADD 1 TO WS-Empty-Count
               EXIT PARAGRAPH
           END-IF.
           IF SEC-Slot(WS-Section-Sub) = ZERO
               ADD 1 TO WS-No-Slot-Count
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Slot-Count(SEC-Slot(WS-Section-Sub)).
           ADD 1 TO WS-Scheduled-Count.
           IF SEC-Common-Exam(WS-Section-Sub)
               ADD 1 TO WS-Common-Count
           END-IF.

       LOAD-ROOMS.
      *>   no room master just means every exam prints without a room
           OPEN INPUT RoomsFile.
           IF NOT FS-Room-OK
               DISPLAY "  *** rooms.dat not available, status "
                       WS-Room-Status " - no rooms booked ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ONE-ROOM-LOOP UNTIL EndOfRooms.
           CLOSE RoomsFile.

       LOAD-ONE-ROOM-LOOP.
           READ RoomsFile NEXT RECORD
               AT END
                   SET EndOfRooms TO TRUE
               NOT AT END
                   IF WS-Room-Count = 300
                       SET Room-Table-Full TO TRUE
                       SET EndOfRooms TO TRUE
                   ELSE
                       ADD 1 TO WS-Room-Count
                       MOVE RM-Code  TO RMT-Code(WS-Room-Count)
                       MOVE RM-Seats TO RMT-Seats(WS-Room-Count)
                       MOVE ALL "N"  TO RMT-Slots(WS-Room-Count)
                   END-IF
           END-READ.

       BOOK-NEXT-LARGEST.
      *>   the biggest sections book first, so they are not left
      *>   with only the small rooms
           MOVE ZERO TO WS-Big-Sub.
           MOVE ZERO TO WS-Big-Head.
           PERFORM FIND-LARGEST-UNBOOKED
               VARYING WS-Section-Sub FROM 1 BY 1
               UNTIL WS-Section-Sub > WS-Section-Count.
           IF WS-Big-Sub = ZERO
               SET All-Sections-Booked TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET SEC-Booked(WS-Big-Sub) TO TRUE.
           MOVE SEC-Slot(WS-Big-Sub) TO WS-Slot.
           PERFORM BOOK-OWN-ROOM.
           IF SEC-Exam-Room(WS-Big-Sub) = SPACES
               PERFORM BOOK-BEST-FIT-ROOM
           END-IF.
           IF SEC-Exam-Room(WS-Big-Sub) = SPACES
               ADD 1 TO WS-No-Room-Count
           END-IF.

       FIND-LARGEST-UNBOOKED.
           IF SEC-Slot(WS-Section-Sub) > ZERO
              AND NOT SEC-Booked(WS-Section-Sub)
              AND SEC-Headcount(WS-Section-Sub) > WS-Big-Head
               MOVE WS-Section-Sub TO WS-Big-Sub
               MOVE SEC-Headcount(WS-Section-Sub) TO WS-Big-Head
           END-IF.

       BOOK-OWN-ROOM.
      *>   the room the section meets in, when it holds the class and
      *>   is free in the slot
           IF SEC-Room(WS-Big-Sub) = SPACES OR WS-Room-Count = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SEC-Room(WS-Big-Sub) TO WS-Look-Room.
           SEARCH ALL WS-Room-Row
               AT END
                   CONTINUE
               WHEN RMT-Code(RMT-Idx) = WS-Look-Room
                   IF RMT-Seats(RMT-Idx) NOT < WS-Big-Head
                      AND RMT-Slot-SW(RMT-Idx, WS-Slot) = "N"
                       MOVE "Y" TO RMT-Slot-SW(RMT-Idx, WS-Slot)
                       MOVE RMT-Code(RMT-Idx)
                           TO SEC-Exam-Room(WS-Big-Sub)
                       MOVE RMT-Seats(RMT-Idx)
                           TO SEC-Exam-Seats(WS-Big-Sub)
                   END-IF
           END-SEARCH.

       BOOK-BEST-FIT-ROOM.
      *>   otherwise the smallest free room the headcount fits in
           MOVE ZERO TO WS-Fit-Sub.
           MOVE 9999 TO WS-Fit-Seats.
           PERFORM TRY-ONE-ROOM
               VARYING WS-Room-Sub FROM 1 BY 1
               UNTIL WS-Room-Sub > WS-Room-Count.
           IF WS-Fit-Sub = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO RMT-Slot-SW(WS-Fit-Sub, WS-Slot).
           MOVE RMT-Code(WS-Fit-Sub)  TO SEC-Exam-Room(WS-Big-Sub).
           MOVE RMT-Seats(WS-Fit-Sub) TO SEC-Exam-Seats(WS-Big-Sub).

       TRY-ONE-ROOM.
           IF RMT-Slot-SW(WS-Room-Sub, WS-Slot) = "N"
              AND RMT-Seats(WS-Room-Sub) NOT < WS-Big-Head
              AND RMT-Seats(WS-Room-Sub) < WS-Fit-Seats
               MOVE WS-Room-Sub            TO WS-Fit-Sub
               MOVE RMT-Seats(WS-Room-Sub) TO WS-Fit-Seats
           END-IF.

       OPEN-EXAM-OUTPUTS.
           MOVE SPACES TO WS-Schedule-File-Name.
           STRING "exams."       DELIMITED BY SIZE
                  WS-Exam-Term   DELIMITED BY SPACE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Schedule-File-Name
           END-STRING.
           MOVE SPACES TO WS-Conflict-File-Name.
           STRING "examconf."    DELIMITED BY SIZE
                  WS-Exam-Term   DELIMITED BY SPACE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Conflict-File-Name
           END-STRING.
           OPEN OUTPUT ScheduleFile.
           OPEN OUTPUT ConflictFile.
           MOVE "=========== FINAL EXAMINATION SCHEDULE ==========="
               TO ScheduleLine.
           WRITE ScheduleLine.
           MOVE SPACES TO ScheduleLine.
           STRING "TERM: " WS-Exam-Term "   RUN: " WS-Today
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           WRITE ScheduleLine.
           MOVE "======== FINAL EXAM CONFLICTS BY STUDENT ========"
               TO ConflictLine.
           WRITE ConflictLine.
           MOVE SPACES TO ConflictLine.
           STRING "TERM: " WS-Exam-Term "   RUN: " WS-Today
               DELIMITED BY SIZE INTO ConflictLine
           END-STRING.
           WRITE ConflictLine.

       PRINT-EXAM-DAY.
           MOVE ZERO TO WS-Day-Exams.
           PERFORM COUNT-DAY-EXAMS
               VARYING WS-Period-Sub FROM 1 BY 1
               UNTIL WS-Period-Sub > Exam-Day-Periods.
           COMPUTE WS-Exam-Date = FUNCTION DATE-OF-INTEGER(
               WS-Exam-Base-Day + WS-Day-Sub).
           MOVE SPACES TO ScheduleLine.
           WRITE ScheduleLine.
           MOVE SPACES TO ScheduleLine.
           STRING "EXAM DAY " WS-Day-Sub "   " WS-Exam-Date
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           WRITE ScheduleLine.
           IF WS-Day-Exams = ZERO
               MOVE "    no exams" TO ScheduleLine
               WRITE ScheduleLine
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRINT-EXAM-PERIOD
               VARYING WS-Period-Sub FROM 1 BY 1
               UNTIL WS-Period-Sub > Exam-Day-Periods.

       COUNT-DAY-EXAMS.
           COMPUTE WS-Slot = (WS-Day-Sub - 1) * Exam-Day-Periods
               + WS-Period-Sub.
           ADD WS-Slot-Count(WS-Slot) TO WS-Day-Exams.

       PRINT-EXAM-PERIOD.
           COMPUTE WS-Slot = (WS-Day-Sub - 1) * Exam-Day-Periods
               + WS-Period-Sub.
           IF WS-Slot-Count(WS-Slot) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ScheduleLine.
           STRING "  PERIOD " WS-Period-Sub "  "
               EP-Start(WS-Period-Sub) "-" EP-End(WS-Period-Sub)
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           WRITE ScheduleLine.
           MOVE "    COURSE SC  HEADCOUNT  ROOM    SEATS"
               TO ScheduleLine.
           WRITE ScheduleLine.
           PERFORM PRINT-SLOT-SECTION
               VARYING WS-Section-Sub FROM 1 BY 1
               UNTIL WS-Section-Sub > WS-Section-Count.

       PRINT-SLOT-SECTION.
           IF SEC-Slot(WS-Section-Sub) NOT = WS-Slot
              OR SEC-Headcount(WS-Section-Sub) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SEC-Headcount(WS-Section-Sub)  TO WS-Headcount-Edited.
           MOVE SEC-Exam-Seats(WS-Section-Sub) TO WS-Seats-Edited.
           MOVE SPACES TO ScheduleLine.
           IF SEC-Exam-Room(WS-Section-Sub) = SPACES
               STRING "    " SEC-Code(WS-Section-Sub) " "
                   SEC-Section(WS-Section-Sub) "      "
                   WS-Headcount-Edited "  *** NO ROOM ***"
                   DELIMITED BY SIZE INTO ScheduleLine
               END-STRING
           ELSE
               STRING "    " SEC-Code(WS-Section-Sub) " "
                   SEC-Section(WS-Section-Sub) "      "
                   WS-Headcount-Edited "  "
                   SEC-Exam-Room(WS-Section-Sub) "    "
                   WS-Seats-Edited
                   DELIMITED BY SIZE INTO ScheduleLine
               END-STRING
           END-IF.
           IF SEC-Common-Exam(WS-Section-Sub)
               MOVE "COMMON EXAM" TO ScheduleLine(45:11)
           END-IF.
           WRITE ScheduleLine.

       PRINT-UNSCHEDULED-SECTIONS.
      *>   no meeting pattern and no common exam - the registrar
      *>   places these by hand or adds them to the override list
           MOVE SPACES TO ScheduleLine.
           WRITE ScheduleLine.
           MOVE "SECTIONS WITH NO EXAM SLOT" TO ScheduleLine.
           WRITE ScheduleLine.
           IF WS-No-Slot-Count = ZERO
               MOVE "    none" TO ScheduleLine
               WRITE ScheduleLine
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRINT-ONE-UNSCHEDULED
               VARYING WS-Section-Sub FROM 1 BY 1
               UNTIL WS-Section-Sub > WS-Section-Count.

       PRINT-ONE-UNSCHEDULED.
           IF SEC-Slot(WS-Section-Sub) NOT = ZERO
              OR SEC-Headcount(WS-Section-Sub) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SEC-Headcount(WS-Section-Sub) TO WS-Headcount-Edited.
           MOVE SPACES TO ScheduleLine.
           STRING "    " SEC-Code(WS-Section-Sub) " "
               SEC-Section(WS-Section-Sub) "      "
               WS-Headcount-Edited "  no meeting pattern on file"
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           WRITE ScheduleLine.

       PRINT-SCHEDULE-TOTALS.
           MOVE SPACES TO ScheduleLine.
           WRITE ScheduleLine.
           MOVE SPACES TO ScheduleLine.
           STRING "TOTAL  " WS-Scheduled-Count " EXAM(S)  "
               WS-Common-Count " COMMON  " WS-No-Room-Count
               " NO ROOM  " WS-No-Slot-Count " NO SLOT"
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           WRITE ScheduleLine.
           MOVE SPACES TO ScheduleLine.
           STRING "       " WS-Empty-Count
               " SECTION(S) WITH NO ENROLLMENT - NO EXAM"
               DELIMITED BY SIZE INTO ScheduleLine
           END-STRING.
           WRITE ScheduleLine.

       PRINT-CONFLICT-LIST.
           MOVE ZERO TO WS-Last-StuID.
           PERFORM PRINT-ONE-CONFLICT
               VARYING WS-Conflict-Sub FROM 1 BY 1
               UNTIL WS-Conflict-Sub > WS-Conflict-Count.
           MOVE SPACES TO ConflictLine.
           WRITE ConflictLine.
           MOVE SPACES TO ConflictLine.
           STRING "TOTAL  " WS-Conflict-Count " CONFLICT(S)  "
               WS-Conflict-Students " STUDENT(S)"
               DELIMITED BY SIZE INTO ConflictLine
           END-STRING.
           WRITE ConflictLine.

       PRINT-ONE-CONFLICT.
           IF CNF-StuID(WS-Conflict-Sub) NOT = WS-Last-StuID
               MOVE CNF-StuID(WS-Conflict-Sub) TO WS-Last-StuID
               ADD 1 TO WS-Conflict-Students
               PERFORM PRINT-CONFLICT-STUDENT
           END-IF.
           MOVE SPACES TO ConflictLine.
           STRING "    " CNF-Text(WS-Conflict-Sub)
               DELIMITED BY SIZE INTO ConflictLine
           END-STRING.
           WRITE ConflictLine.

       PRINT-CONFLICT-STUDENT.
           MOVE "N" TO WS-Student-Found-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Last-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.
           MOVE SPACES TO ConflictLine.
           WRITE ConflictLine.
           MOVE SPACES TO ConflictLine.
           IF Student-On-File
               STRING WS-Last-StuID "  " WS-Student-name " "
                   WS-Student-surname
                   DELIMITED BY SIZE INTO ConflictLine
               END-STRING
           ELSE
               STRING WS-Last-StuID "  (no master record)"
                   DELIMITED BY SIZE INTO ConflictLine
               END-STRING
           END-IF.
           WRITE ConflictLine.

       END PROGRAM md-basics-exam-schedule.
