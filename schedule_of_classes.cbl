      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * The published schedule of classes for a term, course by course:
      * each active section's days, times, room, instructor, credit,
      * cap, seats taken, seats open and waitlist. Seats taken are
      * counted as registration counts them against the cap. An open-
      * sections-only run is for add/drop week.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-schedule-of-classes.

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
       COPY CATALOG-SEL.
       COPY INSTR-SEL.
       COPY WAITLIST-SEL.
      *> the bulletin copy and the website feed; both are dated so
      *> an add/drop-week run does not overwrite the published one
           SELECT  OfferingsFile ASSIGN TO WS-Print-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Print-Status.
           SELECT  OfferingsCsvFile ASSIGN TO WS-Csv-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Csv-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY CATALOG-FD.
       COPY INSTR-FD.
       COPY WAITLIST-FD.

       FD  OfferingsFile.
       01  OfferingsLine               PIC X(80).

       FD  OfferingsCsvFile.
       01  OfferingsCsvRecord          PIC X(120).

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY INSTR-WS.
       COPY WAITLIST-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Print-Status             PIC XX      VALUE SPACES.
           88  FS-Print-OK                         VALUE "00".
       01  WS-Csv-Status               PIC XX      VALUE SPACES.
           88  FS-Csv-OK                           VALUE "00".
       01  WS-Print-File-Name          PIC X(30)   VALUE SPACES.
       01  WS-Csv-File-Name            PIC X(30)   VALUE SPACES.
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFile                           VALUE "Y".
       01  WS-Waitlist-EOF-SW          PIC X       VALUE "N".
           88  EndOfWaitlist                       VALUE "Y".
       01  WS-Instr-Open-SW            PIC X       VALUE "N".
           88  Instructors-Are-Open                VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Offer-Term               PIC X(6)    VALUE SPACES.
       01  WS-Open-Only-Answer         PIC X       VALUE "N".
           88  Open-Sections-Only                  VALUE "Y", "y".

      *>   the term's sections, loaded from catalog.dat in key order -
      *>   which is course order, so the listing groups by course as
      *>   it walks the table. A section with no term on file predates
      *>   per-term sections and is offered every term.
       01  WS-Section-Count            PIC 9(3)    VALUE ZERO.
       01  WS-Section-Table.
           02  WS-Section-Row OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-Section-Count
                       ASCENDING KEY IS SEC-Key
                       INDEXED BY SEC-Idx.
               03  SEC-Key.
                   04  SEC-Code        PIC X(6).
                   04  SEC-Section     PIC 99.
               03  SEC-Credit-Hours    PIC 9V9.
               03  SEC-Cap             PIC 999.
               03  SEC-Prereq-Code     PIC X(6).
               03  SEC-Meet-Days       PIC X(5).
               03  SEC-Meet-Start      PIC 9(4).
               03  SEC-Meet-End        PIC 9(4).
               03  SEC-Room            PIC X(6).
               03  SEC-Instr-Name      PIC X(20).
               03  SEC-Taken           PIC 9(4).
               03  SEC-Waiting         PIC 9(4).
       01  WS-Section-Sub              PIC 9(3)    VALUE ZERO.
       01  WS-Look-Key.
           02  WS-Look-Code            PIC X(6)    VALUE SPACES.
           02  WS-Look-Section         PIC 99      VALUE ZERO.
       01  WS-Section-Full-SW          PIC X       VALUE "N".
           88  Section-Table-Full                  VALUE "Y".

       01  WS-Seats-Open               PIC 9(4)    VALUE ZERO.
       01  WS-Last-Course              PIC X(6)    VALUE SPACES.
       01  WS-Listed-Count             PIC 9(3)    VALUE ZERO.
       01  WS-Course-Count             PIC 9(3)    VALUE ZERO.
       01  WS-Total-Cap                PIC 9(6)    VALUE ZERO.
       01  WS-Total-Taken              PIC 9(6)    VALUE ZERO.
       01  WS-Total-Open               PIC 9(6)    VALUE ZERO.
       01  WS-Total-Waiting            PIC 9(6)    VALUE ZERO.
       01  WS-Csv-Count                PIC 9(5)    VALUE ZERO.
       01  WS-Csv-Hours                PIC 9.9.

       01  WS-Detail-Line.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  OFD-Section             PIC 99.
           02  FILLER                  PIC X       VALUE SPACE.
           02  OFD-Days                PIC X(5).
           02  FILLER                  PIC X       VALUE SPACE.
           02  OFD-Times.
               03  OFD-Start           PIC 9(4).
               03  OFD-Dash            PIC X       VALUE "-".
               03  OFD-End             PIC 9(4).
           02  FILLER                  PIC X       VALUE SPACE.
           02  OFD-Room                PIC X(6).
           02  FILLER                  PIC X       VALUE SPACE.
           02  OFD-Instructor          PIC X(20).
           02  FILLER                  PIC X       VALUE SPACE.
           02  OFD-Credit              PIC Z9.9.
           02  FILLER                  PIC X       VALUE SPACE.
           02  OFD-Cap                 PIC ZZ9.
           02  FILLER                  PIC X       VALUE SPACE.
           02  OFD-Taken               PIC Z,ZZ9.
           02  FILLER                  PIC X       VALUE SPACE.
           02  OFD-Open                PIC Z,ZZ9.
           02  FILLER                  PIC X       VALUE SPACE.
           02  OFD-Waiting             PIC Z,ZZ9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
       01  WS-Total-Edited             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====SCHEDULE OF CLASSES====".
      *>   this program runs once per CALL - reset the switches and
      *>   totals so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE "N"  TO WS-Waitlist-EOF-SW.
            MOVE "N"  TO WS-Instr-Open-SW.
            MOVE "N"  TO WS-Section-Full-SW.
            MOVE ZERO TO WS-Section-Count.
            MOVE ZERO TO WS-Listed-Count.
            MOVE ZERO TO WS-Course-Count.
            MOVE ZERO TO WS-Total-Cap.
            MOVE ZERO TO WS-Total-Taken.
            MOVE ZERO TO WS-Total-Open.
            MOVE ZERO TO WS-Total-Waiting.
            MOVE ZERO TO WS-Csv-Count.
            MOVE SPACES TO WS-Last-Course.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Term: " WITH NO ADVANCING.
            ACCEPT WS-Offer-Term.
            DISPLAY "Open sections only (Y/N)? " WITH NO ADVANCING.
            ACCEPT WS-Open-Only-Answer.
      *>   without the instructor master every section prints STAFF
            OPEN INPUT InstructorFile.
            IF FS-Instr-OK
                SET Instructors-Are-Open TO TRUE
            END-IF.
            PERFORM LOAD-TERM-SECTIONS.
            IF Instructors-Are-Open
                CLOSE InstructorFile
            END-IF.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            IF WS-Section-Count = ZERO
                DISPLAY "  no sections on the catalog for "
                        WS-Offer-Term "."
                GOBACK
            END-IF.
            OPEN INPUT StudentsFile.
            IF NOT FS-OK
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM COUNT-SEATS-TAKEN-LOOP UNTIL EndOfFile.
            CLOSE StudentsFile.
      *>   no waitlist.dat yet just means nobody is waiting
            OPEN INPUT WaitlistFile.
            IF FS-Waitlist-OK
                PERFORM COUNT-WAITLIST-LOOP UNTIL EndOfWaitlist
                CLOSE WaitlistFile
            END-IF.
            PERFORM OPEN-OFFERING-OUTPUTS.
            PERFORM LIST-ONE-SECTION
                VARYING WS-Section-Sub FROM 1 BY 1
                UNTIL WS-Section-Sub > WS-Section-Count.
            PERFORM PRINT-OFFERING-TOTALS.
            CLOSE OfferingsFile.
            CLOSE OfferingsCsvFile.
            DISPLAY "  " WS-Listed-Count " section(s) in "
                    WS-Course-Count " course(s) listed.".
            DISPLAY "  written to " WS-Print-File-Name.
            DISPLAY "         and " WS-Csv-File-Name.
            IF Section-Table-Full
                DISPLAY "  *** more than 500 sections in the term - "
                        "the schedule is incomplete ***"
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
           MOVE "N" TO WS-Catalog-EOF-SW.
           PERFORM LOAD-ONE-SECTION-LOOP UNTIL EndOfCatalog.
           CLOSE CatalogFile.

       LOAD-ONE-SECTION-LOOP.
           READ CatalogFile NEXT RECORD
               AT END
                   SET EndOfCatalog TO TRUE
               NOT AT END
                   IF CF-Active-Course
                      AND (CF-Term = WS-Offer-Term OR CF-Term = SPACES)
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
           MOVE CF-Credit-Hours  TO SEC-Credit-Hours(WS-Section-Sub).
           MOVE CF-Section-Cap   TO SEC-Cap(WS-Section-Sub).
           MOVE CF-Prereq-Code   TO SEC-Prereq-Code(WS-Section-Sub).
           MOVE CF-Meet-Days     TO SEC-Meet-Days(WS-Section-Sub).
           MOVE CF-Meet-Start    TO SEC-Meet-Start(WS-Section-Sub).
           MOVE CF-Meet-End      TO SEC-Meet-End(WS-Section-Sub).
           MOVE CF-Room          TO SEC-Room(WS-Section-Sub).
           MOVE ZERO             TO SEC-Taken(WS-Section-Sub).
           MOVE ZERO             TO SEC-Waiting(WS-Section-Sub).
           MOVE "STAFF"          TO SEC-Instr-Name(WS-Section-Sub).
           IF Instructors-Are-Open
              AND CF-Instructor-ID NOT = SPACES
               MOVE CF-Instructor-ID TO IN-ID
               READ InstructorFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IN-Name TO SEC-Instr-Name(WS-Section-Sub)
               END-READ
           END-IF.

       COUNT-SEATS-TAKEN-LOOP.
      *>   counted the way enrollment counts them against the cap -
      *>   every row still holding the seat, so an open seat shown
      *>   here is one registration will actually give out
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET EndOfFile TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-ED-Grade NOT = "W"
                       MOVE WS-ED-Course-Code TO WS-Look-Code
                       MOVE WS-ED-Section     TO WS-Look-Section
                       SEARCH ALL WS-Section-Row
                           AT END
                               CONTINUE
                           WHEN SEC-Key(SEC-Idx) = WS-Look-Key
                               ADD 1 TO SEC-Taken(SEC-Idx)
                       END-SEARCH
                   END-IF
           END-READ.

       COUNT-WAITLIST-LOOP.
           READ WaitlistFile NEXT RECORD
               AT END
                   SET EndOfWaitlist TO TRUE
               NOT AT END
                   MOVE WL-Course-Code TO WS-Look-Code
                   MOVE WL-Section     TO WS-Look-Section
                   SEARCH ALL WS-Section-Row
                       AT END
                           CONTINUE
                       WHEN SEC-Key(SEC-Idx) = WS-Look-Key
                           ADD 1 TO SEC-Waiting(SEC-Idx)
                   END-SEARCH
           END-READ.

       OPEN-OFFERING-OUTPUTS.
           MOVE SPACES TO WS-Print-File-Name.
           MOVE SPACES TO WS-Csv-File-Name.
           IF Open-Sections-Only
               STRING "openclass."   DELIMITED BY SIZE
                      WS-Offer-Term  DELIMITED BY SPACE
                      "."            DELIMITED BY SIZE
                      WS-Today       DELIMITED BY SIZE
                      ".prt"         DELIMITED BY SIZE
                      INTO WS-Print-File-Name
               END-STRING
               STRING "openclass."   DELIMITED BY SIZE
                      WS-Offer-Term  DELIMITED BY SPACE
                      "."            DELIMITED BY SIZE
                      WS-Today       DELIMITED BY SIZE
                      ".csv"         DELIMITED BY SIZE
                      INTO WS-Csv-File-Name
               END-STRING
           ELSE
               STRING "classes."     DELIMITED BY SIZE
                      WS-Offer-Term  DELIMITED BY SPACE
                      "."            DELIMITED BY SIZE
                      WS-Today       DELIMITED BY SIZE
                      ".prt"         DELIMITED BY SIZE
                      INTO WS-Print-File-Name
               END-STRING
               STRING "classes."     DELIMITED BY SIZE
                      WS-Offer-Term  DELIMITED BY SPACE
                      "."            DELIMITED BY SIZE
                      WS-Today       DELIMITED BY SIZE
                      ".csv"         DELIMITED BY SIZE
                      INTO WS-Csv-File-Name
               END-STRING
           END-IF.
           OPEN OUTPUT OfferingsFile.
           OPEN OUTPUT OfferingsCsvFile.
           MOVE "================ SCHEDULE OF CLASSES ================"
               TO OfferingsLine.
           WRITE OfferingsLine.
           MOVE SPACES TO OfferingsLine.
           STRING "TERM: " WS-Offer-Term "   AS OF: " WS-Today
               DELIMITED BY SIZE INTO OfferingsLine
           END-STRING.
           IF Open-Sections-Only
               MOVE "OPEN SECTIONS ONLY" TO OfferingsLine(40:18)
           END-IF.
           WRITE OfferingsLine.
           MOVE SPACES TO OfferingsLine.
           WRITE OfferingsLine.
           MOVE "  SC DAYS  TIME      ROOM   INSTRUCTOR"
               TO OfferingsLine.
           MOVE "CR  CAP TAKEN  OPEN  WAIT" TO OfferingsLine(51:25).
           WRITE OfferingsLine.
           MOVE "Term,Course,Section,Days,Start,End,Room,Instructor"
               TO OfferingsCsvRecord.
           MOVE ",Credit,Prereq,Cap,Taken,Open,Waitlist"
               TO OfferingsCsvRecord(51:38).
           WRITE OfferingsCsvRecord.

       LIST-ONE-SECTION.
           IF SEC-Taken(WS-Section-Sub) < SEC-Cap(WS-Section-Sub)
               COMPUTE WS-Seats-Open = SEC-Cap(WS-Section-Sub)
                   - SEC-Taken(WS-Section-Sub)
           ELSE
               MOVE ZERO TO WS-Seats-Open
           END-IF.
      *>   add/drop week only wants what a student can still get into
           IF Open-Sections-Only AND WS-Seats-Open = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF SEC-Code(WS-Section-Sub) NOT = WS-Last-Course
               PERFORM PRINT-COURSE-HEADING
           END-IF.
           ADD 1 TO WS-Listed-Count.
           ADD SEC-Cap(WS-Section-Sub)     TO WS-Total-Cap.
           ADD SEC-Taken(WS-Section-Sub)   TO WS-Total-Taken.
           ADD WS-Seats-Open               TO WS-Total-Open.
           ADD SEC-Waiting(WS-Section-Sub) TO WS-Total-Waiting.
           MOVE SEC-Section(WS-Section-Sub)    TO OFD-Section.
           MOVE SEC-Room(WS-Section-Sub)       TO OFD-Room.
           MOVE SEC-Instr-Name(WS-Section-Sub) TO OFD-Instructor.
           MOVE SEC-Credit-Hours(WS-Section-Sub) TO OFD-Credit.
           MOVE SEC-Cap(WS-Section-Sub)        TO OFD-Cap.
           MOVE SEC-Taken(WS-Section-Sub)      TO OFD-Taken.
           MOVE WS-Seats-Open                  TO OFD-Open.
           MOVE SEC-Waiting(WS-Section-Sub)    TO OFD-Waiting.
      *>   no meeting pattern on file - arranged or online
           IF SEC-Meet-Days(WS-Section-Sub) = SPACES
               MOVE "ARR"      TO OFD-Days
               MOVE SPACES     TO OFD-Times
           ELSE
               MOVE SEC-Meet-Days(WS-Section-Sub)  TO OFD-Days
               MOVE SEC-Meet-Start(WS-Section-Sub) TO OFD-Start
               MOVE "-"                            TO OFD-Dash
               MOVE SEC-Meet-End(WS-Section-Sub)   TO OFD-End
           END-IF.
           MOVE WS-Detail-Line TO OfferingsLine.
           WRITE OfferingsLine.
           PERFORM WRITE-SECTION-CSV.

       PRINT-COURSE-HEADING.
           MOVE SEC-Code(WS-Section-Sub) TO WS-Last-Course.
           ADD 1 TO WS-Course-Count.
           MOVE SPACES TO OfferingsLine.
           WRITE OfferingsLine.
           MOVE SPACES TO OfferingsLine.
           IF SEC-Prereq-Code(WS-Section-Sub) = SPACES
               STRING SEC-Code(WS-Section-Sub)
                   DELIMITED BY SIZE INTO OfferingsLine
               END-STRING
           ELSE
               STRING SEC-Code(WS-Section-Sub) "   PREREQUISITE: "
                   SEC-Prereq-Code(WS-Section-Sub)
                   DELIMITED BY SIZE INTO OfferingsLine
               END-STRING
           END-IF.
           WRITE OfferingsLine.

       WRITE-SECTION-CSV.
           MOVE SEC-Credit-Hours(WS-Section-Sub) TO WS-Csv-Hours.
           MOVE SPACES TO OfferingsCsvRecord.
           STRING WS-Offer-Term                 DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  SEC-Code(WS-Section-Sub)      DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  SEC-Section(WS-Section-Sub)   DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  SEC-Meet-Days(WS-Section-Sub) DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  SEC-Meet-Start(WS-Section-Sub) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  SEC-Meet-End(WS-Section-Sub)  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  SEC-Room(WS-Section-Sub)      DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  SEC-Instr-Name(WS-Section-Sub) DELIMITED BY "  "
                  ","                           DELIMITED BY SIZE
                  WS-Csv-Hours                  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  SEC-Prereq-Code(WS-Section-Sub) DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  SEC-Cap(WS-Section-Sub)       DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  SEC-Taken(WS-Section-Sub)     DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-Seats-Open                 DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  SEC-Waiting(WS-Section-Sub)   DELIMITED BY SIZE
                  INTO OfferingsCsvRecord
           END-STRING.
           WRITE OfferingsCsvRecord.
           ADD 1 TO WS-Csv-Count.

       PRINT-OFFERING-TOTALS.
           MOVE SPACES TO OfferingsLine.
           WRITE OfferingsLine.
           MOVE SPACES TO OfferingsLine.
           STRING "TOTAL  " WS-Listed-Count " SECTION(S) IN "
               WS-Course-Count " COURSE(S)"
               DELIMITED BY SIZE INTO OfferingsLine
           END-STRING.
           WRITE OfferingsLine.
           MOVE SPACES TO OfferingsLine.
           MOVE WS-Total-Cap TO WS-Total-Edited.
           STRING "       SEATS " WS-Total-Edited
               DELIMITED BY SIZE INTO OfferingsLine
           END-STRING.
           MOVE WS-Total-Taken TO WS-Total-Edited.
           MOVE "TAKEN"         TO OfferingsLine(24:5).
           MOVE WS-Total-Edited TO OfferingsLine(30:7).
           WRITE OfferingsLine.
           MOVE SPACES TO OfferingsLine.
           MOVE WS-Total-Open TO WS-Total-Edited.
           STRING "       OPEN  " WS-Total-Edited
               DELIMITED BY SIZE INTO OfferingsLine
           END-STRING.
           MOVE WS-Total-Waiting TO WS-Total-Edited.
           MOVE "WAIT"          TO OfferingsLine(24:4).
           MOVE WS-Total-Edited TO OfferingsLine(30:7).
           WRITE OfferingsLine.
      *>   same header-plus-TRAILER-count convention as the other CSV
      *>   exports, so the website load can reconcile
           MOVE SPACES TO OfferingsCsvRecord.
           STRING "TRAILER," DELIMITED BY SIZE
                  WS-Csv-Count DELIMITED BY SIZE
                  INTO OfferingsCsvRecord
           END-STRING.
           WRITE OfferingsCsvRecord.

       END PROGRAM md-basics-schedule-of-classes.
