      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Cross-file reference audit: md-basics-integrity-audit proves
      * students.dat against itself, this proves the reference files
      * against each other. Every catalog section's instructor, room
      * and term, every program's required courses, every sponsor
      * link, every hold code, every award's term and every master's
      * major is looked up where it should live, and each one that
      * is not there (or points at something closed or retired) is
      * listed, grouped by the file it was found in, with a count
      * summary. Anything found returns a warning to the stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-ref-audit.

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
       COPY ROOM-SEL.
       COPY TERM-SEL.
       COPY PROGRAM-SEL.
       COPY SPONSOR-SEL.
       COPY SPONLINK-SEL.
       COPY HOLD-SEL.
       COPY AWARD-SEL.
      *> every broken reference, grouped by the file it was found in
           SELECT  RefReportFile ASSIGN TO WS-Report-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY CATALOG-FD.
       COPY INSTR-FD.
       COPY ROOM-FD.
       COPY TERM-FD.
       COPY PROGRAM-FD.
       COPY SPONSOR-FD.
       COPY SPONLINK-FD.
       COPY HOLD-FD.
       COPY AWARD-FD.

       FD  RefReportFile.
       01  RefReportLine               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY INSTR-WS.
       COPY ROOM-WS.
       COPY TERM-WS.
       COPY PROGRAM-WS.
       COPY SPONSOR-WS.
       COPY SPONLINK-WS.
       COPY HOLD-WS.
       COPY AWARD-WS.
       COPY HOLD-CODES.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Report-Status            PIC XX      VALUE SPACES.
           88  FS-Report-OK                        VALUE "00".
       01  WS-Report-File-Name         PIC X(30)   VALUE SPACES.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Ref-Found-SW             PIC X       VALUE "N".
           88  Ref-Found                           VALUE "Y".
       01  WS-Course-Active-SW         PIC X       VALUE "N".
           88  Course-Has-Active-Section           VALUE "Y".
      *>   a looked-up file not on disk is an empty file: every
      *>   reference into it is broken
       01  WS-Open-Switches.
           02  WS-Catalog-Open-SW      PIC X       VALUE "N".
               88  Catalog-Is-Open                 VALUE "Y".
           02  WS-Instr-Open-SW        PIC X       VALUE "N".
               88  Instr-Is-Open                   VALUE "Y".
           02  WS-Room-Open-SW         PIC X       VALUE "N".
               88  Rooms-Is-Open                   VALUE "Y".
           02  WS-Term-Open-SW         PIC X       VALUE "N".
               88  Terms-Is-Open                   VALUE "Y".
           02  WS-Program-Open-SW      PIC X       VALUE "N".
               88  Programs-Is-Open                VALUE "Y".
           02  WS-Sponsor-Open-SW      PIC X       VALUE "N".
               88  Sponsors-Is-Open                VALUE "Y".
       01  WS-Lookup-Term              PIC X(6)    VALUE SPACES.
       01  WS-Lookup-Course            PIC X(6)    VALUE SPACES.
       01  WS-Req-Sub                  PIC 99      VALUE ZERO.
       01  WS-Section-Edited           PIC 99      VALUE ZERO.
       01  WS-Group-Title              PIC X(60)   VALUE SPACES.

      *>   one count per group, in report order, and the total
       01  WS-Group-Counts.
           02  WS-Catalog-Broken       PIC 9(5)    VALUE ZERO.
           02  WS-Program-Broken       PIC 9(5)    VALUE ZERO.
           02  WS-SponLink-Broken      PIC 9(5)    VALUE ZERO.
           02  WS-Hold-Broken          PIC 9(5)    VALUE ZERO.
           02  WS-Award-Broken         PIC 9(5)    VALUE ZERO.
           02  WS-Student-Broken       PIC 9(5)    VALUE ZERO.
       01  WS-Group-Broken             PIC 9(5)    VALUE ZERO.
       01  WS-Total-Broken             PIC 9(5)    VALUE ZERO.
       01  WS-Count-Edited             PIC ZZ,ZZ9.

       01  WS-Ref-Detail.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RFD-Key                 PIC X(20).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RFD-Field               PIC X(14).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RFD-Value               PIC X(8).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RFD-Problem             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====CROSS-FILE REFERENCE AUDIT====".
      *>   this program runs once per CALL from the batch driver -
      *>   reset every switch and count so a rerun starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE ZERO TO WS-Group-Counts.
            MOVE ZERO TO WS-Total-Broken.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM OPEN-REFERENCE-FILES.
            MOVE SPACES TO WS-Report-File-Name.
            STRING "refaudit."   DELIMITED BY SIZE
                   WS-Today      DELIMITED BY SIZE
                   ".prt"        DELIMITED BY SIZE
                   INTO WS-Report-File-Name
            END-STRING.
            OPEN OUTPUT RefReportFile.
            IF NOT FS-Report-OK
                DISPLAY "  *** unable to open " WS-Report-File-Name
                        ", status " WS-Report-Status " ***"
                MOVE 8 TO RETURN-CODE
                PERFORM CLOSE-REFERENCE-FILES
                GOBACK
            END-IF.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM AUDIT-CATALOG-SECTIONS.
            PERFORM AUDIT-PROGRAM-REQUIREMENTS.
            PERFORM AUDIT-SPONSOR-LINKS.
            PERFORM AUDIT-HOLD-CODES.
            PERFORM AUDIT-AWARD-TERMS.
            PERFORM AUDIT-STUDENT-MAJORS.
            PERFORM WRITE-REPORT-SUMMARY.
            CLOSE RefReportFile.
            PERFORM CLOSE-REFERENCE-FILES.
            DISPLAY "  " WS-Total-Broken " broken reference(s) - "
                    "list in " WS-Report-File-Name.
            IF RETURN-CODE = 0 AND WS-Total-Broken > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       OPEN-REFERENCE-FILES.
           MOVE "N" TO WS-Catalog-Open-SW.
           MOVE "N" TO WS-Instr-Open-SW.
           MOVE "N" TO WS-Room-Open-SW.
           MOVE "N" TO WS-Term-Open-SW.
           MOVE "N" TO WS-Program-Open-SW.
           MOVE "N" TO WS-Sponsor-Open-SW.
           OPEN INPUT CatalogFile.
           IF FS-Catalog-OK
               SET Catalog-Is-Open TO TRUE
           END-IF.
           OPEN INPUT InstructorFile.
           IF FS-Instr-OK
               SET Instr-Is-Open TO TRUE
           END-IF.
           OPEN INPUT RoomsFile.
           IF FS-Room-OK
               SET Rooms-Is-Open TO TRUE
           END-IF.
           OPEN INPUT TermsFile.
           IF FS-Term-OK
               SET Terms-Is-Open TO TRUE
           END-IF.
           OPEN INPUT ProgramsFile.
           IF FS-Program-OK
               SET Programs-Is-Open TO TRUE
           END-IF.
           OPEN INPUT SponsorFile.
           IF FS-Sponsor-OK
               SET Sponsors-Is-Open TO TRUE
           END-IF.

       CLOSE-REFERENCE-FILES.
           IF Catalog-Is-Open
               CLOSE CatalogFile
           END-IF.
           IF Instr-Is-Open
               CLOSE InstructorFile
           END-IF.
           IF Rooms-Is-Open
               CLOSE RoomsFile
           END-IF.
           IF Terms-Is-Open
               CLOSE TermsFile
           END-IF.
           IF Programs-Is-Open
               CLOSE ProgramsFile
           END-IF.
           IF Sponsors-Is-Open
               CLOSE SponsorFile
           END-IF.

      ******************************************************************
      * Catalog sections: the instructor of record, the room and the
      * term, each where set. Blank is a section that predates that
      * data and is not a broken reference.
      ******************************************************************
       AUDIT-CATALOG-SECTIONS.
           MOVE "catalog.dat - course sections" TO RefReportLine.
           PERFORM WRITE-GROUP-HEADING.
           IF NOT Catalog-Is-Open
               PERFORM WRITE-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Scan-Done-SW.
           MOVE LOW-VALUES TO CF-Key.
           START CatalogFile KEY IS NOT LESS THAN CF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM CHECK-ONE-SECTION UNTIL Scan-Done.
           MOVE WS-Group-Broken TO WS-Catalog-Broken.
           PERFORM WRITE-GROUP-COUNT.

       CHECK-ONE-SECTION.
           READ CatalogFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO RFD-Key.
           MOVE CF-Section TO WS-Section-Edited.
           STRING CF-Code DELIMITED BY SPACE
                  "-" WS-Section-Edited DELIMITED BY SIZE
                  INTO RFD-Key
           END-STRING.
           IF CF-Instructor-ID NOT = SPACES
               PERFORM LOOK-UP-INSTRUCTOR
               IF NOT Ref-Found
                   MOVE "CF-Instructor" TO RFD-Field
                   MOVE CF-Instructor-ID TO RFD-Value
                   MOVE "NO SUCH INSTRUCTOR" TO RFD-Problem
                   PERFORM WRITE-BROKEN-LINE
               END-IF
           END-IF.
           IF CF-Room NOT = SPACES
               PERFORM LOOK-UP-ROOM
               IF NOT Ref-Found
                   MOVE "CF-Room"       TO RFD-Field
                   MOVE CF-Room         TO RFD-Value
                   MOVE "NO SUCH ROOM"  TO RFD-Problem
                   PERFORM WRITE-BROKEN-LINE
               END-IF
           END-IF.
           IF CF-Term NOT = SPACES
               MOVE CF-Term TO WS-Lookup-Term
               PERFORM LOOK-UP-TERM
               IF NOT Ref-Found
                   MOVE "CF-Term"       TO RFD-Field
                   MOVE CF-Term         TO RFD-Value
                   MOVE "NO SUCH TERM"  TO RFD-Problem
                   PERFORM WRITE-BROKEN-LINE
               END-IF
           END-IF.

      ******************************************************************
      * Degree programs: every required course must still be offered
      * - at least one catalog section that is not retired.
      ******************************************************************
       AUDIT-PROGRAM-REQUIREMENTS.
           MOVE "programs.dat - degree program requirements"
               TO RefReportLine.
           PERFORM WRITE-GROUP-HEADING.
           IF NOT Programs-Is-Open
               PERFORM WRITE-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Scan-Done-SW.
           MOVE LOW-VALUES TO PG-Code.
           START ProgramsFile KEY IS NOT LESS THAN PG-Code
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM CHECK-ONE-PROGRAM UNTIL Scan-Done.
           MOVE WS-Group-Broken TO WS-Program-Broken.
           PERFORM WRITE-GROUP-COUNT.

       CHECK-ONE-PROGRAM.
           READ ProgramsFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE PG-Code TO RFD-Key.
           PERFORM VARYING WS-Req-Sub FROM 1 BY 1
                   UNTIL WS-Req-Sub > 10
               IF PG-Req-Course(WS-Req-Sub) NOT = SPACES
                   MOVE PG-Req-Course(WS-Req-Sub)
                       TO WS-Lookup-Course
                   PERFORM LOOK-UP-COURSE
                   IF NOT Course-Has-Active-Section
                       MOVE "PG-Req-Course"  TO RFD-Field
                       MOVE WS-Lookup-Course TO RFD-Value
                       IF Ref-Found
                           MOVE "ALL SECTIONS RETIRED"
                               TO RFD-Problem
                       ELSE
                           MOVE "NOT ON THE CATALOG"
                               TO RFD-Problem
                       END-IF
                       PERFORM WRITE-BROKEN-LINE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Sponsor links: the sponsor must be on file and still open -
      * a closed sponsor's account takes no more billing shares.
      ******************************************************************
       AUDIT-SPONSOR-LINKS.
           MOVE "sponslink.dat - student sponsor links"
               TO RefReportLine.
           PERFORM WRITE-GROUP-HEADING.
           OPEN INPUT SponsorLinkFile.
           IF NOT FS-SponLink-OK
               PERFORM WRITE-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Scan-Done-SW.
           PERFORM CHECK-ONE-SPONSOR-LINK UNTIL Scan-Done.
           CLOSE SponsorLinkFile.
           MOVE WS-Group-Broken TO WS-SponLink-Broken.
           PERFORM WRITE-GROUP-COUNT.

       CHECK-ONE-SPONSOR-LINK.
           READ SponsorLinkFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO RFD-Key.
           STRING "StuID " SL-StuID DELIMITED BY SIZE
                  INTO RFD-Key
           END-STRING.
           MOVE "SL-Sponsor"    TO RFD-Field.
           MOVE SL-Sponsor-Code TO RFD-Value.
           MOVE "N" TO WS-Ref-Found-SW.
           IF Sponsors-Is-Open
               MOVE SL-Sponsor-Code TO SP-Code
               READ SponsorFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Ref-Found TO TRUE
               END-READ
           END-IF.
           IF NOT Ref-Found
               MOVE "NO SUCH SPONSOR" TO RFD-Problem
               PERFORM WRITE-BROKEN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF SP-Closed-Sponsor
               MOVE "SPONSOR IS CLOSED" TO RFD-Problem
               PERFORM WRITE-BROKEN-LINE
           END-IF.

      ******************************************************************
      * Holds: every code, active or released, must be one HOLD-CODES
      * knows - an unknown code blocks nothing and explains nothing.
      ******************************************************************
       AUDIT-HOLD-CODES.
           MOVE "holds.dat - student holds" TO RefReportLine.
           PERFORM WRITE-GROUP-HEADING.
           OPEN INPUT HoldsFile.
           IF NOT FS-Hold-OK
               PERFORM WRITE-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Scan-Done-SW.
           PERFORM CHECK-ONE-HOLD UNTIL Scan-Done.
           CLOSE HoldsFile.
           MOVE WS-Group-Broken TO WS-Hold-Broken.
           PERFORM WRITE-GROUP-COUNT.

       CHECK-ONE-HOLD.
           READ HoldsFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           SEARCH ALL HoldCodes-Entry
               AT END
                   MOVE SPACES TO RFD-Key
                   STRING "StuID " HD-StuID " #" HD-Seq
                       DELIMITED BY SIZE
                       INTO RFD-Key
                   END-STRING
                   MOVE "HD-Code"         TO RFD-Field
                   MOVE HD-Code           TO RFD-Value
                   MOVE "NOT IN HOLD-CODES" TO RFD-Problem
                   PERFORM WRITE-BROKEN-LINE
               WHEN HC-Code(HC-Idx) = HD-Code
                   CONTINUE
           END-SEARCH.

      ******************************************************************
      * Awards: the term must still be on the term master.
      ******************************************************************
       AUDIT-AWARD-TERMS.
           MOVE "awards.dat - financial aid awards" TO RefReportLine.
           PERFORM WRITE-GROUP-HEADING.
           OPEN INPUT AwardsFile.
           IF NOT FS-Award-OK
               PERFORM WRITE-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Scan-Done-SW.
           PERFORM CHECK-ONE-AWARD UNTIL Scan-Done.
           CLOSE AwardsFile.
           MOVE WS-Group-Broken TO WS-Award-Broken.
           PERFORM WRITE-GROUP-COUNT.

       CHECK-ONE-AWARD.
           READ AwardsFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE AW-Term TO WS-Lookup-Term.
           PERFORM LOOK-UP-TERM.
           IF NOT Ref-Found
               MOVE SPACES TO RFD-Key
               STRING "StuID " AW-StuID " " AW-Fund-Code
                   DELIMITED BY SIZE
                   INTO RFD-Key
               END-STRING
               MOVE "AW-Term"      TO RFD-Field
               MOVE AW-Term        TO RFD-Value
               MOVE "NO SUCH TERM" TO RFD-Problem
               PERFORM WRITE-BROKEN-LINE
           END-IF.

      ******************************************************************
      * Student masters: a declared major must be a degree program.
      ******************************************************************
       AUDIT-STUDENT-MAJORS.
           MOVE "students.dat - student masters" TO RefReportLine.
           PERFORM WRITE-GROUP-HEADING.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM WRITE-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Master-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM CHECK-ONE-MASTER UNTIL Scan-Done.
           CLOSE StudentsFile.
           MOVE WS-Group-Broken TO WS-Student-Broken.
           PERFORM WRITE-GROUP-COUNT.

       CHECK-ONE-MASTER.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF NOT WS-Master-Record
               SET Scan-Done TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-Student-major = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Ref-Found-SW.
           IF Programs-Is-Open
               MOVE WS-Student-major TO PG-Code
               READ ProgramsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Ref-Found TO TRUE
               END-READ
           END-IF.
           IF NOT Ref-Found
               MOVE SPACES TO RFD-Key
               STRING "StuID " WS-Student-id DELIMITED BY SIZE
                   INTO RFD-Key
               END-STRING
               MOVE "StuMajor-Code"    TO RFD-Field
               MOVE WS-Student-major   TO RFD-Value
               MOVE "NO SUCH PROGRAM"  TO RFD-Problem
               PERFORM WRITE-BROKEN-LINE
           END-IF.

       LOOK-UP-INSTRUCTOR.
           MOVE "N" TO WS-Ref-Found-SW.
           IF NOT Instr-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE CF-Instructor-ID TO IN-ID.
           READ InstructorFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Ref-Found TO TRUE
           END-READ.

       LOOK-UP-ROOM.
           MOVE "N" TO WS-Ref-Found-SW.
           IF NOT Rooms-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE CF-Room TO RM-Code.
           READ RoomsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Ref-Found TO TRUE
           END-READ.

       LOOK-UP-TERM.
           MOVE "N" TO WS-Ref-Found-SW.
           IF NOT Terms-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Lookup-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Ref-Found TO TRUE
           END-READ.

       LOOK-UP-COURSE.
      *>   Ref-Found: the course has any section at all on the
      *>   catalog; Course-Has-Active-Section: one is not retired.
      *>   The catalog's own browse is finished by now, so the
      *>   START here disturbs nothing.
           MOVE "N" TO WS-Ref-Found-SW.
           MOVE "N" TO WS-Course-Active-SW.
           IF NOT Catalog-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Lookup-Course TO CF-Code.
           MOVE ZERO             TO CF-Section.
           START CatalogFile KEY IS NOT LESS THAN CF-Key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM CHECK-COURSE-SECTION
               UNTIL Course-Has-Active-Section
                  OR WS-Course-Active-SW = "X".
           IF WS-Course-Active-SW = "X"
               MOVE "N" TO WS-Course-Active-SW
           END-IF.

       CHECK-COURSE-SECTION.
           READ CatalogFile NEXT RECORD
               AT END
                   MOVE "X" TO WS-Course-Active-SW
                   EXIT PARAGRAPH
           END-READ.
           IF CF-Code NOT = WS-Lookup-Course
               MOVE "X" TO WS-Course-Active-SW
               EXIT PARAGRAPH
           END-IF.
           SET Ref-Found TO TRUE.
           IF CF-Active-Course
               SET Course-Has-Active-Section TO TRUE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RefReportLine.
           STRING "==== CROSS-FILE REFERENCE AUDIT - RUN " WS-Today
                  " ====" DELIMITED BY SIZE INTO RefReportLine
           END-STRING.
           WRITE RefReportLine.

       WRITE-GROUP-HEADING.
      *>   the caller leaves the group's title in the report line
           MOVE ZERO TO WS-Group-Broken.
           MOVE SPACES TO WS-Group-Title.
           MOVE RefReportLine TO WS-Group-Title.
           MOVE SPACES TO RefReportLine.
           WRITE RefReportLine.
           MOVE SPACES TO RefReportLine.
           STRING "---- " WS-Group-Title DELIMITED BY "  "
               INTO RefReportLine
           END-STRING.
           WRITE RefReportLine.

       WRITE-NOT-ON-FILE.
           MOVE "  file not on disk - not checked." TO RefReportLine.
           WRITE RefReportLine.

       WRITE-BROKEN-LINE.
           ADD 1 TO WS-Group-Broken.
           ADD 1 TO WS-Total-Broken.
           WRITE RefReportLine FROM WS-Ref-Detail.

       WRITE-GROUP-COUNT.
           MOVE WS-Group-Broken TO WS-Count-Edited.
           MOVE SPACES TO RefReportLine.
           STRING "  " WS-Count-Edited " broken reference(s)"
               DELIMITED BY SIZE INTO RefReportLine
           END-STRING.
           WRITE RefReportLine.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RefReportLine.
           WRITE RefReportLine.
           MOVE "==== SUMMARY ====" TO RefReportLine.
           WRITE RefReportLine.
           MOVE "catalog.dat"       TO WS-Group-Title.
           MOVE WS-Catalog-Broken   TO WS-Count-Edited.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "programs.dat"      TO WS-Group-Title.
           MOVE WS-Program-Broken   TO WS-Count-Edited.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "sponslink.dat"     TO WS-Group-Title.
           MOVE WS-SponLink-Broken  TO WS-Count-Edited.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "holds.dat"         TO WS-Group-Title.
           MOVE WS-Hold-Broken      TO WS-Count-Edited.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "awards.dat"        TO WS-Group-Title.
           MOVE WS-Award-Broken     TO WS-Count-Edited.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "students.dat"      TO WS-Group-Title.
           MOVE WS-Student-Broken   TO WS-Count-Edited.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "TOTAL"             TO WS-Group-Title.
           MOVE WS-Total-Broken     TO WS-Count-Edited.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RefReportLine.
           MOVE WS-Group-Title     TO RefReportLine(3:20).
           MOVE WS-Count-Edited TO RefReportLine(24:6).
           WRITE RefReportLine.

       END PROGRAM md-basics-ref-audit.
