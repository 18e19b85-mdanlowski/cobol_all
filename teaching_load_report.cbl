      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Instructor teaching load and credit-hour production for a term:
      * each instructor's sections with headcount, weekly and term
      * contact hours and student credit hours, overloads flagged
      * against the instructor's load limit, then the sections with no
      * instructor of record.
      * 2026-10-15  Section headcounts come off the nightly enrollment
      *             extract when it is current; students.dat is walked
      *             only when the extract is missing or stale.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-teaching-load.

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
       COPY TERM-SEL.
       COPY ENRLEXT-SEL.
      *> the chairs keep each term's run as it stood when contracts
      *> went out, so both the report and its CSV are dated files
           SELECT  LoadReportFile ASSIGN TO WS-Report-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Report-Status.
           SELECT  LoadCsvFile ASSIGN TO WS-Csv-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Csv-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY CATALOG-FD.
       COPY INSTR-FD.
       COPY TERM-FD.
       COPY ENRLEXT-FD.

       FD  LoadReportFile.
       01  LoadReportLine              PIC X(80).

       FD  LoadCsvFile.
       01  LoadCsvRecord               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY INSTR-WS.
       COPY TERM-WS.
       COPY ENRLEXT-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Report-Status            PIC XX      VALUE SPACES.
           88  FS-Report-OK                        VALUE "00".
       01  WS-Csv-Status               PIC XX      VALUE SPACES.
           88  FS-Csv-OK                           VALUE "00".
       01  WS-Report-File-Name         PIC X(30)   VALUE SPACES.
       01  WS-Csv-File-Name            PIC X(30)   VALUE SPACES.
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFile                           VALUE "Y".
       01  WS-Instr-EOF-SW             PIC X       VALUE "N".
           88  EndOfInstructors                    VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Load-Term                PIC X(6)    VALUE SPACES.
       01  WS-Term-Weeks               PIC 99      VALUE ZERO.

      *>   the term's sections, loaded from catalog.dat in key order so
      *>   each "E" row finds its section by SEARCH ALL. A section
      *>   with no term on file predates per-term sections and runs
      *>   every term, so it is counted here too.
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
               03  SEC-Meet-Days       PIC X(5).
               03  SEC-Meet-Start      PIC 9(4).
               03  SEC-Meet-End        PIC 9(4).
               03  SEC-Instructor      PIC X(5).
               03  SEC-Headcount       PIC 9(4).
               03  SEC-Contact-Hours   PIC 99V99.
               03  SEC-Reported-SW     PIC X.
                   88  SEC-Reported                VALUE "Y".
       01  WS-Section-Sub              PIC 9(3)    VALUE ZERO.
       01  WS-Look-Key.
           02  WS-Look-Code            PIC X(6)    VALUE SPACES.
           02  WS-Look-Section         PIC 99      VALUE ZERO.
       01  WS-Section-Full-SW          PIC X       VALUE "N".
           88  Section-Table-Full                  VALUE "Y".

      *>   weekly contact hours: meeting days times the length of one
      *>   meeting, from the 24-hour start and end times
       01  WS-Meet-Day-Count           PIC 9       VALUE ZERO.
       01  WS-Clock-Hours              PIC 99      VALUE ZERO.
       01  WS-Clock-Minutes            PIC 99      VALUE ZERO.
       01  WS-Start-Minutes            PIC 9(4)    VALUE ZERO.
       01  WS-End-Minutes              PIC 9(4)    VALUE ZERO.

      *>   one instructor's totals, and the run's
       01  WS-Instr-Sections           PIC 9(3)    VALUE ZERO.
       01  WS-Instr-Credit-Hours       PIC 9(3)V9  VALUE ZERO.
       01  WS-Instr-Contact-Hours      PIC 9(3)V99 VALUE ZERO.
       01  WS-Instr-Term-Contact       PIC 9(5)V9  VALUE ZERO.
       01  WS-Instr-SCH                PIC 9(6)V9  VALUE ZERO.
       01  WS-Instr-Limit              PIC 99V9    VALUE ZERO.
       01  WS-Overload-SW              PIC X       VALUE "N".
           88  Instructor-Overloaded               VALUE "Y".
       01  WS-Section-SCH              PIC 9(5)V9  VALUE ZERO.
       01  WS-Instr-Count              PIC 9(4)    VALUE ZERO.
       01  WS-Overload-Count           PIC 9(4)    VALUE ZERO.
       01  WS-Unstaffed-Count          PIC 9(3)    VALUE ZERO.
       01  WS-Grand-SCH                PIC 9(7)V9  VALUE ZERO.
       01  WS-Csv-Count                PIC 9(5)    VALUE ZERO.
       01  WS-CSV-Instr-ID             PIC X(5)    VALUE SPACES.
       01  WS-CSV-Instr-Name           PIC X(20)   VALUE SPACES.
       01  WS-CSV-Flag                 PIC X(8)    VALUE SPACES.

       01  WS-Hours-Edited             PIC Z9.9.
       01  WS-Headcount-Edited         PIC Z,ZZ9.
       01  WS-Contact-Edited           PIC Z9.99.
       01  WS-SCH-Edited               PIC ZZ,ZZ9.9.
       01  WS-Load-Edited              PIC ZZ9.9.
       01  WS-Limit-Edited             PIC Z9.9.
       01  WS-Week-Contact-Edited      PIC ZZ9.99.
       01  WS-Term-Contact-Edited      PIC ZZ,ZZ9.9.
       01  WS-Total-SCH-Edited         PIC Z,ZZZ,ZZ9.9.
       01  WS-Csv-Hours                PIC 9.9.
       01  WS-Csv-Contact              PIC 99.99.
       01  WS-Csv-SCH                  PIC 9(5).9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====TEACHING LOAD AND CREDIT-HOUR PRODUCTION====".
      *>   this program runs once per CALL - reset the switches and
      *>   totals so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE "N"  TO WS-Instr-EOF-SW.
            MOVE "N"  TO WS-Section-Full-SW.
            MOVE ZERO TO WS-Section-Count.
            MOVE ZERO TO WS-Instr-Count.
            MOVE ZERO TO WS-Overload-Count.
            MOVE ZERO TO WS-Unstaffed-Count.
            MOVE ZERO TO WS-Grand-SCH.
            MOVE ZERO TO WS-Csv-Count.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Term: " WITH NO ADVANCING.
            ACCEPT WS-Load-Term.
            OPEN INPUT TermsFile.
            IF NOT FS-Term-OK
                DISPLAY "  *** unable to open terms.dat, status "
                        WS-Term-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WS-Load-Term TO TM-Code.
            READ TermsFile
                INVALID KEY
                    DISPLAY "  *** term " WS-Load-Term
                            " is not on the term master ***"
                    MOVE 8 TO RETURN-CODE
            END-READ.
            CLOSE TermsFile.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            COMPUTE WS-Term-Weeks ROUNDED =
                (FUNCTION INTEGER-OF-DATE(TM-End-Date)
               - FUNCTION INTEGER-OF-DATE(TM-Start-Date) + 1) / 7.
            PERFORM LOAD-TERM-SECTIONS.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            IF WS-Section-Count = ZERO
                DISPLAY "  no sections on the catalog for "
                        WS-Load-Term "."
                GOBACK
            END-IF.
      *>   tonight's enrollment extract when it is current, else the
      *>   students.dat pass
            PERFORM OPEN-ENROLLMENT-EXTRACT.
            IF EnrlExt-Current
                PERFORM COUNT-EXTRACT-ROW UNTIL EndOfEnrlExt
                CLOSE EnrollExtractFile
            ELSE
                OPEN INPUT StudentsFile
                IF NOT FS-OK
                    DISPLAY "  *** unable to open students.dat, "
                            "status " WS-File-Status " ***"
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM COUNT-HEADCOUNT-LOOP UNTIL EndOfFile
                CLOSE StudentsFile
            END-IF.
            OPEN INPUT InstructorFile.
            IF NOT FS-Instr-OK
                DISPLAY "  *** unable to open instr.dat, status "
                        WS-Instr-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM OPEN-LOAD-OUTPUTS.
            MOVE LOW-VALUES TO IN-ID.
            START InstructorFile KEY IS NOT LESS THAN IN-ID
                INVALID KEY
                    SET EndOfInstructors TO TRUE
            END-START.
            PERFORM REPORT-INSTRUCTORS-LOOP UNTIL EndOfInstructors.
            CLOSE InstructorFile.
            PERFORM PRINT-UNSTAFFED-SECTIONS.
            PERFORM PRINT-REPORT-TOTALS.
            CLOSE LoadReportFile.
            CLOSE LoadCsvFile.
            DISPLAY "  " WS-Instr-Count " instructor(s), "
                    WS-Overload-Count " overload(s), "
                    WS-Unstaffed-Count " section(s) unstaffed.".
            DISPLAY "  written to " WS-Report-File-Name.
            DISPLAY "         and " WS-Csv-File-Name.
            IF Section-Table-Full
                DISPLAY "  *** more than 500 sections in the term - "
                        "the report is incomplete ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       LOAD-TERM-SECTIONS.
      *>   straight from catalog.dat rather than the enrollment
      *>   validation table - a term's sections can outnumber it
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
                      AND (CF-Term = WS-Load-Term OR CF-Term = SPACES)
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
           MOVE CF-Meet-Days     TO SEC-Meet-Days(WS-Section-Sub).
           MOVE CF-Meet-Start    TO SEC-Meet-Start(WS-Section-Sub).
           MOVE CF-Meet-End      TO SEC-Meet-End(WS-Section-Sub).
           MOVE CF-Instructor-ID TO SEC-Instructor(WS-Section-Sub).
           MOVE ZERO             TO SEC-Headcount(WS-Section-Sub).
           MOVE "N"              TO SEC-Reported-SW(WS-Section-Sub).
           PERFORM COMPUTE-CONTACT-HOURS.

       COMPUTE-CONTACT-HOURS.
      *>   a section with no meeting pattern on file (arranged,
      *>   online) carries no contact hours
           MOVE ZERO TO SEC-Contact-Hours(WS-Section-Sub).
           IF CF-Meet-Days = SPACES
              OR CF-Meet-End NOT > CF-Meet-Start
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-Meet-Day-Count.
           INSPECT CF-Meet-Days TALLYING WS-Meet-Day-Count
               FOR ALL "M" ALL "T" ALL "W" ALL "R" ALL "F".
           DIVIDE CF-Meet-Start BY 100 GIVING WS-Clock-Hours
               REMAINDER WS-Clock-Minutes.
           COMPUTE WS-Start-Minutes =
               WS-Clock-Hours * 60 + WS-Clock-Minutes.
           DIVIDE CF-Meet-End BY 100 GIVING WS-Clock-Hours
               REMAINDER WS-Clock-Minutes.
           COMPUTE WS-End-Minutes =
               WS-Clock-Hours * 60 + WS-Clock-Minutes.
           COMPUTE SEC-Contact-Hours(WS-Section-Sub) ROUNDED =
               WS-Meet-Day-Count
               * (WS-End-Minutes - WS-Start-Minutes) / 60.

       COUNT-HEADCOUNT-LOOP.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET EndOfFile TO TRUE
               NOT AT END
      *>           a "W" row no longer holds a seat
                   IF WS-Enrollment-Record
                      AND WS-ED-Term = WS-Load-Term
                      AND WS-ED-Grade NOT = "W"
                       PERFORM TALLY-SECTION-HEAD
                   END-IF
           END-READ.

       COUNT-EXTRACT-ROW.
           PERFORM READ-ENROLLMENT-EXTRACT.
           IF EndOfEnrlExt
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-EXTRACT-ENROLLMENT.
           IF WS-ED-Term = WS-Load-Term
              AND WS-ED-Grade NOT = "W"
               PERFORM TALLY-SECTION-HEAD
           END-IF.

       TALLY-SECTION-HEAD.
           MOVE WS-ED-Course-Code TO WS-Look-Code.
           MOVE WS-ED-Section     TO WS-Look-Section.
           SEARCH ALL WS-Section-Row
               AT END
                   CONTINUE
               WHEN SEC-Key(SEC-Idx) = WS-Look-Key
                   ADD 1 TO SEC-Headcount(SEC-Idx)
           END-SEARCH.

       OPEN-LOAD-OUTPUTS.
           MOVE SPACES TO WS-Report-File-Name.
           STRING "tload."       DELIMITED BY SIZE
                  WS-Load-Term   DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-Today       DELIMITED BY SIZE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Report-File-Name
           END-STRING.
           MOVE SPACES TO WS-Csv-File-Name.
           STRING "tload."       DELIMITED BY SIZE
                  WS-Load-Term   DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-Today       DELIMITED BY SIZE
                  ".csv"         DELIMITED BY SIZE
                  INTO WS-Csv-File-Name
           END-STRING.
           OPEN OUTPUT LoadReportFile.
           OPEN OUTPUT LoadCsvFile.
           MOVE "========== TEACHING LOAD AND CREDIT HOURS =========="
               TO LoadReportLine.
           WRITE LoadReportLine.
           MOVE SPACES TO LoadReportLine.
           STRING "TERM: " WS-Load-Term "   RUN: " WS-Today
                  "   WEEKS: " WS-Term-Weeks
               DELIMITED BY SIZE INTO LoadReportLine
           END-STRING.
           WRITE LoadReportLine.
           MOVE SPACES TO LoadReportLine.
           WRITE LoadReportLine.
           MOVE "  COURSE SC DAYS  MEETS" TO LoadReportLine.
           MOVE "CR HRS"     TO LoadReportLine(29:6).
           MOVE "HEADCOUNT"  TO LoadReportLine(37:9).
           MOVE "CONTACT/WK" TO LoadReportLine(48:10).
           MOVE "STU CR HRS" TO LoadReportLine(61:10).
           WRITE LoadReportLine.
           MOVE "Instructor,Name,Course,Section,Days,Start,End,Credit"
               TO LoadCsvRecord.
           MOVE ",Headcount,ContactWk,SCH,Overload"
               TO LoadCsvRecord(53:33).
           WRITE LoadCsvRecord.

       REPORT-INSTRUCTORS-LOOP.
           READ InstructorFile NEXT RECORD
               AT END
                   SET EndOfInstructors TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-INSTRUCTOR
           END-READ.

       REPORT-ONE-INSTRUCTOR.
           MOVE ZERO TO WS-Instr-Sections.
           MOVE ZERO TO WS-Instr-Credit-Hours.
           MOVE ZERO TO WS-Instr-Contact-Hours.
           MOVE ZERO TO WS-Instr-SCH.
           PERFORM TOTAL-ONE-INSTR-SECTION
               VARYING WS-Section-Sub FROM 1 BY 1
               UNTIL WS-Section-Sub > WS-Section-Count.
      *>   an inactive instructor with nothing this term is not news
           IF WS-Instr-Sections = ZERO AND IN-Inactive-Instructor
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Instr-Count.
           IF IN-Load-Limit IS NUMERIC
               MOVE IN-Load-Limit TO WS-Instr-Limit
           ELSE
               MOVE ZERO TO WS-Instr-Limit
           END-IF.
           MOVE "N" TO WS-Overload-SW.
           IF WS-Instr-Limit > ZERO
              AND WS-Instr-Credit-Hours > WS-Instr-Limit
               SET Instructor-Overloaded TO TRUE
               ADD 1 TO WS-Overload-Count
           END-IF.
           MOVE IN-ID   TO WS-CSV-Instr-ID.
           MOVE IN-Name TO WS-CSV-Instr-Name.
           IF Instructor-Overloaded
               MOVE "OVERLOAD" TO WS-CSV-Flag
           ELSE
               MOVE SPACES     TO WS-CSV-Flag
           END-IF.
           MOVE SPACES TO LoadReportLine.
           WRITE LoadReportLine.
           MOVE SPACES TO LoadReportLine.
           STRING IN-ID " " IN-Name
               DELIMITED BY SIZE INTO LoadReportLine
           END-STRING.
           WRITE LoadReportLine.
           IF WS-Instr-Sections = ZERO
               MOVE "    no sections this term" TO LoadReportLine
               WRITE LoadReportLine
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRINT-ONE-INSTR-SECTION
               VARYING WS-Section-Sub FROM 1 BY 1
               UNTIL WS-Section-Sub > WS-Section-Count.
           PERFORM PRINT-INSTRUCTOR-TOTALS.

       TOTAL-ONE-INSTR-SECTION.
           IF SEC-Instructor(WS-Section-Sub) = IN-ID
               ADD 1 TO WS-Instr-Sections
               ADD SEC-Credit-Hours(WS-Section-Sub)
                   TO WS-Instr-Credit-Hours
               ADD SEC-Contact-Hours(WS-Section-Sub)
                   TO WS-Instr-Contact-Hours
               COMPUTE WS-Instr-SCH = WS-Instr-SCH
                   + SEC-Credit-Hours(WS-Section-Sub)
                   * SEC-Headcount(WS-Section-Sub)
           END-IF.

       PRINT-ONE-INSTR-SECTION.
           IF SEC-Instructor(WS-Section-Sub) NOT = IN-ID
               EXIT PARAGRAPH
           END-IF.
           SET SEC-Reported(WS-Section-Sub) TO TRUE.
           PERFORM PRINT-SECTION-LINE.

       PRINT-SECTION-LINE.
           COMPUTE WS-Section-SCH = SEC-Credit-Hours(WS-Section-Sub)
               * SEC-Headcount(WS-Section-Sub).
           ADD WS-Section-SCH TO WS-Grand-SCH.
           MOVE SEC-Credit-Hours(WS-Section-Sub)  TO WS-Hours-Edited.
           MOVE SEC-Headcount(WS-Section-Sub)
               TO WS-Headcount-Edited.
           MOVE SEC-Contact-Hours(WS-Section-Sub) TO WS-Contact-Edited.
           MOVE WS-Section-SCH                    TO WS-SCH-Edited.
           MOVE SPACES TO LoadReportLine.
           STRING "  " SEC-Code(WS-Section-Sub) " "
               SEC-Section(WS-Section-Sub) " "
               SEC-Meet-Days(WS-Section-Sub) " "
               SEC-Meet-Start(WS-Section-Sub) "-"
               SEC-Meet-End(WS-Section-Sub) "   "
               WS-Hours-Edited "      " WS-Headcount-Edited "       "
               WS-Contact-Edited "     " WS-SCH-Edited
               DELIMITED BY SIZE INTO LoadReportLine
           END-STRING.
           WRITE LoadReportLine.
           PERFORM WRITE-SECTION-CSV.

       WRITE-SECTION-CSV.
           MOVE SEC-Credit-Hours(WS-Section-Sub)  TO WS-Csv-Hours.
           MOVE SEC-Contact-Hours(WS-Section-Sub) TO WS-Csv-Contact.
           MOVE WS-Section-SCH                    TO WS-Csv-SCH.
           MOVE SPACES TO LoadCsvRecord.
           STRING WS-CSV-Instr-ID               DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  WS-CSV-Instr-Name             DELIMITED BY "  "
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
                  WS-Csv-Hours                  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  SEC-Headcount(WS-Section-Sub) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-Csv-Contact                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-Csv-SCH                    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-CSV-Flag                   DELIMITED BY SPACE
                  INTO LoadCsvRecord
           END-STRING.
           WRITE LoadCsvRecord.
           ADD 1 TO WS-Csv-Count.

       PRINT-INSTRUCTOR-TOTALS.
           COMPUTE WS-Instr-Term-Contact =
               WS-Instr-Contact-Hours * WS-Term-Weeks.
           MOVE WS-Instr-Credit-Hours  TO WS-Load-Edited.
           MOVE WS-Instr-Contact-Hours TO WS-Week-Contact-Edited.
           MOVE WS-Instr-Term-Contact  TO WS-Term-Contact-Edited.
           MOVE WS-Instr-SCH           TO WS-SCH-Edited.
           MOVE SPACES TO LoadReportLine.
           STRING "    LOAD " WS-Load-Edited " CR HRS  CONTACT "
               WS-Week-Contact-Edited "/WK " WS-Term-Contact-Edited
               "/TERM  SCH " WS-SCH-Edited
               DELIMITED BY SIZE INTO LoadReportLine
           END-STRING.
           WRITE LoadReportLine.
           MOVE SPACES TO LoadReportLine.
           IF WS-Instr-Limit = ZERO
               MOVE "    LIMIT NOT SET" TO LoadReportLine
           ELSE
               MOVE WS-Instr-Limit TO WS-Limit-Edited
               IF Instructor-Overloaded
                   STRING "    LIMIT " WS-Limit-Edited
                       " CR HRS  *** OVERLOAD ***"
                       DELIMITED BY SIZE INTO LoadReportLine
                   END-STRING
               ELSE
                   STRING "    LIMIT " WS-Limit-Edited " CR HRS"
                       DELIMITED BY SIZE INTO LoadReportLine
                   END-STRING
               END-IF
           END-IF.
           WRITE LoadReportLine.

       PRINT-UNSTAFFED-SECTIONS.
      *>   a blank instructor, or one the master does not know, leaves
      *>   the section with no instructor of record
           MOVE SPACES TO LoadReportLine.
           WRITE LoadReportLine.
           MOVE "SECTIONS WITH NO INSTRUCTOR OF RECORD"
               TO LoadReportLine.
           WRITE LoadReportLine.
           MOVE SPACES TO WS-CSV-Flag.
           PERFORM PRINT-ONE-UNSTAFFED
               VARYING WS-Section-Sub FROM 1 BY 1
               UNTIL WS-Section-Sub > WS-Section-Count.
           IF WS-Unstaffed-Count = ZERO
               MOVE "    none" TO LoadReportLine
               WRITE LoadReportLine
           END-IF.

       PRINT-ONE-UNSTAFFED.
           IF SEC-Reported(WS-Section-Sub)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Unstaffed-Count.
           MOVE SEC-Instructor(WS-Section-Sub) TO WS-CSV-Instr-ID.
           IF SEC-Instructor(WS-Section-Sub) = SPACES
               MOVE "NONE ASSIGNED"         TO WS-CSV-Instr-Name
           ELSE
               MOVE "NOT ON MASTER"         TO WS-CSV-Instr-Name
           END-IF.
           PERFORM PRINT-SECTION-LINE.
           MOVE SPACES TO LoadReportLine.
           STRING "      instructor " SEC-Instructor(WS-Section-Sub)
               " " WS-CSV-Instr-Name
               DELIMITED BY SIZE INTO LoadReportLine
           END-STRING.
           WRITE LoadReportLine.

       PRINT-REPORT-TOTALS.
           MOVE WS-Grand-SCH TO WS-Total-SCH-Edited.
           MOVE SPACES TO LoadReportLine.
           WRITE LoadReportLine.
           MOVE SPACES TO LoadReportLine.
           STRING "TOTAL  " WS-Section-Count " SECTION(S)  "
               WS-Instr-Count " INSTRUCTOR(S)  " WS-Overload-Count
               " OVERLOAD(S)  SCH " WS-Total-SCH-Edited
               DELIMITED BY SIZE INTO LoadReportLine
           END-STRING.
           WRITE LoadReportLine.
      *>   same header-plus-TRAILER-count convention as the other CSV
      *>   exports, so a spreadsheet load can reconcile
           MOVE SPACES TO LoadCsvRecord.
           STRING "TRAILER," DELIMITED BY SIZE
                  WS-Csv-Count DELIMITED BY SIZE
                  INTO LoadCsvRecord
           END-STRING.
           WRITE LoadCsvRecord.

       COPY ENRLEXT-PROC.

       END PROGRAM md-basics-teaching-load.
