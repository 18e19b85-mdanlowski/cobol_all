      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Term section rollover. Every active section of the source term
      * is copied into the target term under the course's next free
      * section number, unless the same meeting already exists there. A
      * proof-only run lists what would be rolled without changing the
      * catalog; room and instructor double-bookings in the target term
      * are reported.
      * 2026-10-15  A section the catalog refuses to take ends the run
      *             with return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-term-rollover.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CATALOG-SEL.
       COPY TERM-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.
      *> the proof list, one per target term - a re-run overwrites it
      *> with the latest picture of what was created and skipped
           SELECT  ProofFile ASSIGN TO WS-Proof-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Proof-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY CATALOG-FD.
       COPY TERM-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       FD  ProofFile.
       01  ProofLine                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY CATALOG-WS.
       COPY TERM-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-Proof-Status             PIC XX      VALUE SPACES.
           88  FS-Proof-OK                         VALUE "00".
       01  WS-Proof-File-Name          PIC X(30)   VALUE SPACES.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Source-Term              PIC X(6)    VALUE SPACES.
       01  WS-Target-Term              PIC X(6)    VALUE SPACES.
       01  WS-Clear-Instr-Answer       PIC X       VALUE "N".
           88  Clear-Instructors                   VALUE "Y", "y".
       01  WS-Update-Answer            PIC X       VALUE "N".
           88  Update-Catalog                      VALUE "Y", "y".

      *>   every course on the catalog with the highest section
      *>   number it has ever used, in any term or status - the key
      *>   carries no term, so a rolled section takes the course's
      *>   next free number rather than the one it had last time
       01  WS-Course-Count             PIC 9(4)    VALUE ZERO.
       01  WS-Course-Table.
           02  WS-Course-Row OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-Course-Count
                       ASCENDING KEY IS CRS-Code
                       INDEXED BY CRS-Idx.
               03  CRS-Code            PIC X(6).
               03  CRS-High-Section    PIC 99.
       01  WS-Course-Full-SW           PIC X       VALUE "N".
           88  Course-Table-Full                   VALUE "Y".

      *>   the source term's active sections, whole records, in key
      *>   order so the proof list reads course by course
       01  WS-Source-Count             PIC 9(3)    VALUE ZERO.
       01  WS-Source-Table.
           02  WS-Source-Row OCCURS 500 TIMES.
               03  SRC-Record          PIC X(52).
       01  WS-Source-Sub               PIC 9(3)    VALUE ZERO.
       01  WS-Source-Full-SW           PIC X       VALUE "N".
           88  Source-Table-Full                   VALUE "Y".

      *>   everything that will meet in the target term: its own
      *>   sections, the any-term sections, and each one created here
       01  WS-Target-Count             PIC 9(4)    VALUE ZERO.
       01  WS-Target-Table.
           02  WS-Target-Row OCCURS 1000 TIMES.
               03  TGT-Code            PIC X(6).
               03  TGT-Section         PIC 99.
               03  TGT-Meet-Days       PIC X(5).
               03  TGT-Meet-Start      PIC 9(4).
               03  TGT-Meet-End        PIC 9(4).
               03  TGT-Room            PIC X(6).
               03  TGT-Instructor-ID   PIC X(5).
       01  WS-Target-Sub               PIC 9(4)    VALUE ZERO.
       01  WS-Other-Sub                PIC 9(4)    VALUE ZERO.
       01  WS-Target-Full-SW           PIC X       VALUE "N".
           88  Target-Table-Full                   VALUE "Y".

       01  WS-Already-There-SW         PIC X       VALUE "N".
           88  Already-In-Target                   VALUE "Y".
       01  WS-New-Section              PIC 99      VALUE ZERO.
       01  WS-Days-Overlap-SW          PIC X       VALUE "N".
           88  Days-Overlap                        VALUE "Y".
       01  WS-Day-Sub                  PIC 9       VALUE ZERO.
       01  WS-Day-Sub-2                PIC 9       VALUE ZERO.
       01  WS-Clash-Kind               PIC X(10)   VALUE SPACES.
       01  WS-Clash-Resource           PIC X(6)    VALUE SPACES.

       01  WS-Created-Count            PIC 9(4)    VALUE ZERO.
       01  WS-Skipped-Count            PIC 9(4)    VALUE ZERO.
       01  WS-Clash-Count              PIC 9(4)    VALUE ZERO.

       01  WS-Proof-Detail.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  PRF-Code                PIC X(6).
           02  FILLER                  PIC X       VALUE SPACE.
           02  PRF-Section             PIC 99.
           02  FILLER                  PIC X       VALUE SPACE.
           02  PRF-Days                PIC X(5).
           02  FILLER                  PIC X       VALUE SPACE.
           02  PRF-Times.
               03  PRF-Start           PIC 9(4).
               03  PRF-Dash            PIC X       VALUE "-".
               03  PRF-End             PIC 9(4).
           02  FILLER                  PIC X       VALUE SPACE.
           02  PRF-Room                PIC X(6).
           02  FILLER                  PIC X       VALUE SPACE.
           02  PRF-Instructor          PIC X(5).
           02  FILLER                  PIC X       VALUE SPACE.
           02  PRF-Cap                 PIC ZZ9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  PRF-Result              PIC X(30).
           02  FILLER                  PIC X(4)    VALUE SPACES.

       01  WS-Clash-Detail.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  CLD-Kind                PIC X(10).
           02  CLD-Resource            PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  CLD-Code-1              PIC X(6).
           02  CLD-Dash-1              PIC X       VALUE "-".
           02  CLD-Section-1           PIC 99.
           02  FILLER                  PIC X       VALUE SPACE.
           02  CLD-Days-1              PIC X(5).
           02  FILLER                  PIC X       VALUE SPACE.
           02  CLD-Start-1             PIC 9(4).
           02  FILLER                  PIC X(3)    VALUE " / ".
           02  CLD-Code-2              PIC X(6).
           02  CLD-Dash-2              PIC X       VALUE "-".
           02  CLD-Section-2           PIC 99.
           02  FILLER                  PIC X       VALUE SPACE.
           02  CLD-Days-2              PIC X(5).
           02  FILLER                  PIC X       VALUE SPACE.
           02  CLD-Start-2             PIC 9(4).
           02  FILLER                  PIC X(17)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====TERM SECTION ROLLOVER====".
      *>   this program runs once per CALL - reset the switches and
      *>   tables so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Course-Full-SW.
            MOVE "N"  TO WS-Source-Full-SW.
            MOVE "N"  TO WS-Target-Full-SW.
            MOVE ZERO TO WS-Course-Count.
            MOVE ZERO TO WS-Source-Count.
            MOVE ZERO TO WS-Target-Count.
            MOVE ZERO TO WS-Created-Count.
            MOVE ZERO TO WS-Skipped-Count.
            MOVE ZERO TO WS-Clash-Count.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Source term (copy from): " WITH NO ADVANCING.
            ACCEPT WS-Source-Term.
            DISPLAY "Target term (copy to): " WITH NO ADVANCING.
            ACCEPT WS-Target-Term.
            IF WS-Source-Term = SPACES OR WS-Target-Term = SPACES
               OR WS-Source-Term = WS-Target-Term
                DISPLAY "  *** source and target must be two "
                        "different terms ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VALIDATE-TARGET-TERM.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            DISPLAY "Clear instructors on the new sections (Y/N)? "
                WITH NO ADVANCING.
            ACCEPT WS-Clear-Instr-Answer.
      *>   N prints the proof list of what a rollover would do
      *>   without touching the catalog
            DISPLAY "Update the catalog (Y) or proof list only (N)? "
                WITH NO ADVANCING.
            ACCEPT WS-Update-Answer.
            IF Update-Catalog
                OPEN I-O CatalogFile
            ELSE
                OPEN INPUT CatalogFile
            END-IF.
            IF NOT FS-Catalog-OK
                DISPLAY "  *** unable to open catalog.dat, status "
                        WS-Catalog-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM LOAD-CATALOG-TABLES.
            IF WS-Source-Count = ZERO
                CLOSE CatalogFile
                DISPLAY "  no active sections on the catalog for "
                        WS-Source-Term "."
                GOBACK
            END-IF.
            PERFORM OPEN-PROOF-LIST.
            PERFORM ROLL-ONE-SECTION
                VARYING WS-Source-Sub FROM 1 BY 1
                UNTIL WS-Source-Sub > WS-Source-Count.
            CLOSE CatalogFile.
            PERFORM PRINT-CONFLICT-HEADING.
            PERFORM CHECK-ONE-PAIR
                VARYING WS-Target-Sub FROM 1 BY 1
                UNTIL WS-Target-Sub > WS-Target-Count
                AFTER WS-Other-Sub FROM 1 BY 1
                UNTIL WS-Other-Sub > WS-Target-Count.
            PERFORM PRINT-ROLLOVER-TOTALS.
            CLOSE ProofFile.
            DISPLAY "  " WS-Created-Count " section(s) created, "
                    WS-Skipped-Count " skipped, "
                    WS-Clash-Count " conflict(s) in " WS-Target-Term.
            DISPLAY "  proof list written to " WS-Proof-File-Name.
            IF NOT Update-Catalog
                DISPLAY "  proof list only - the catalog was not "
                        "changed."
            END-IF.
            IF Course-Table-Full OR Source-Table-Full
               OR Target-Table-Full
                DISPLAY "  *** the catalog outgrew the rollover "
                        "tables - the rollover is incomplete ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-Clash-Count > ZERO AND RETURN-CODE = 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       VALIDATE-TARGET-TERM.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** unable to open terms.dat, status "
                       WS-Term-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Target-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Target-Term
                           " is not on the term master ***"
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE TermsFile.

       LOAD-CATALOG-TABLES.
      *>   one pass in key order: note each course's high section,
      *>   keep the source term's active sections to copy, and the
      *>   target term's active sections to check against
           MOVE "N" TO WS-Catalog-EOF-SW.
           MOVE LOW-VALUES TO CF-Key.
           START CatalogFile KEY IS NOT LESS THAN CF-Key
               INVALID KEY
                   SET EndOfCatalog TO TRUE
           END-START.
           PERFORM LOAD-ONE-CATALOG-LOOP UNTIL EndOfCatalog.

       LOAD-ONE-CATALOG-LOOP.
           READ CatalogFile NEXT RECORD
               AT END
                   SET EndOfCatalog TO TRUE
               NOT AT END
                   PERFORM NOTE-COURSE-SECTION
                   IF CF-Active-Course
                      AND CF-Term = WS-Source-Term
                       PERFORM ADD-SOURCE-SECTION
                   END-IF
      *>           a blank term runs any term, the target included
                   IF CF-Active-Course
                      AND (CF-Term = WS-Target-Term
                           OR CF-Term = SPACES)
                       PERFORM ADD-TARGET-SECTION
                   END-IF
           END-READ.

       NOTE-COURSE-SECTION.
           IF WS-Course-Count > ZERO
              AND CRS-Code(WS-Course-Count) = CF-Code
               MOVE CF-Section TO CRS-High-Section(WS-Course-Count)
               EXIT PARAGRAPH
           END-IF.
           IF WS-Course-Count = 1000
               SET Course-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Course-Count.
           MOVE CF-Code    TO CRS-Code(WS-Course-Count).
           MOVE CF-Section TO CRS-High-Section(WS-Course-Count).

       ADD-SOURCE-SECTION.
           IF WS-Source-Count = 500
               SET Source-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Source-Count.
           MOVE CatalogRecord TO SRC-Record(WS-Source-Count).

       ADD-TARGET-SECTION.
           IF WS-Target-Count = 1000
               SET Target-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Target-Count.
           MOVE CF-Code          TO TGT-Code(WS-Target-Count).
           MOVE CF-Section       TO TGT-Section(WS-Target-Count).
           MOVE CF-Meet-Days     TO TGT-Meet-Days(WS-Target-Count).
           MOVE CF-Meet-Start    TO TGT-Meet-Start(WS-Target-Count).
           MOVE CF-Meet-End      TO TGT-Meet-End(WS-Target-Count).
           MOVE CF-Room          TO TGT-Room(WS-Target-Count).
           MOVE CF-Instructor-ID TO TGT-Instructor-ID(WS-Target-Count).

       OPEN-PROOF-LIST.
           MOVE SPACES TO WS-Proof-File-Name.
           STRING "rollover."    DELIMITED BY SIZE
                  WS-Target-Term DELIMITED BY SPACE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Proof-File-Name
           END-STRING.
           OPEN OUTPUT ProofFile.
           MOVE "=============== TERM SECTION ROLLOVER ==============="
               TO ProofLine.
           WRITE ProofLine.
           MOVE SPACES TO ProofLine.
           STRING "FROM TERM: " WS-Source-Term "   TO TERM: "
               WS-Target-Term "   AS OF: " WS-Today
               DELIMITED BY SIZE INTO ProofLine
           END-STRING.
           WRITE ProofLine.
           MOVE SPACES TO ProofLine.
           IF NOT Update-Catalog
               MOVE "PROOF ONLY - CATALOG NOT UPDATED" TO ProofLine
           END-IF.
           IF Clear-Instructors
               MOVE "INSTRUCTORS CLEARED" TO ProofLine(40:19)
           END-IF.
           WRITE ProofLine.
           MOVE SPACES TO ProofLine.
           WRITE ProofLine.
           MOVE "  COURSE SC DAYS  TIME      ROOM   INSTR CAP"
               TO ProofLine.
           MOVE "RESULT" TO ProofLine(49:6).
           WRITE ProofLine.

       ROLL-ONE-SECTION.
           MOVE SRC-Record(WS-Source-Sub) TO CatalogRecord.
           MOVE CF-Code            TO PRF-Code.
           MOVE CF-Section         TO PRF-Section.
           MOVE CF-Room            TO PRF-Room.
           MOVE CF-Section-Cap     TO PRF-Cap.
           IF CF-Meet-Days = SPACES
               MOVE "ARR"          TO PRF-Days
               MOVE SPACES         TO PRF-Times
           ELSE
               MOVE CF-Meet-Days   TO PRF-Days
               MOVE CF-Meet-Start  TO PRF-Start
               MOVE "-"            TO PRF-Dash
               MOVE CF-Meet-End    TO PRF-End
           END-IF.
           IF Clear-Instructors
               MOVE SPACES TO CF-Instructor-ID
           END-IF.
           MOVE CF-Instructor-ID   TO PRF-Instructor.
           MOVE SPACES             TO PRF-Result.
      *>   already rolled - the same course meeting the same days and
      *>   times in the same room is on the target term already
           PERFORM FIND-IN-TARGET.
           IF Already-In-Target
               MOVE "SKIPPED - ALREADY IN TERM" TO PRF-Result
               PERFORM WRITE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL WS-Course-Row
               AT END
                   MOVE 99 TO WS-New-Section
               WHEN CRS-Code(CRS-Idx) = CF-Code
                   MOVE CRS-High-Section(CRS-Idx) TO WS-New-Section
           END-SEARCH.
           IF WS-New-Section = 99
               MOVE "SKIPPED - NO SECTION NUMBER" TO PRF-Result
               PERFORM WRITE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-New-Section.
           MOVE WS-New-Section     TO CF-Section.
           MOVE WS-Target-Term     TO CF-Term.
           MOVE "A"                TO CF-Status.
           IF Update-Catalog
               WRITE CatalogRecord
                   INVALID KEY
                       STRING "SKIPPED - WRITE STATUS "
                           WS-Catalog-Status
                           DELIMITED BY SIZE INTO PRF-Result
                       END-STRING
                       PERFORM WRITE-SKIPPED-LINE
                       IF RETURN-CODE = 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE ZERO          TO WS-Audit-StuID
                       MOVE "CATADD"      TO WS-Audit-Action
                       MOVE SRC-Record(WS-Source-Sub)
                                          TO WS-Audit-Before
                       MOVE CatalogRecord TO WS-Audit-After
                       PERFORM AUDIT-LOG-WRITE
               END-WRITE
           END-IF.
           MOVE WS-New-Section TO CRS-High-Section(CRS-Idx).
           STRING "CREATED AS SECTION " WS-New-Section
               DELIMITED BY SIZE INTO PRF-Result
           END-STRING.
           MOVE WS-Proof-Detail TO ProofLine.
           WRITE ProofLine.
           ADD 1 TO WS-Created-Count.
           PERFORM ADD-TARGET-SECTION.

       FIND-IN-TARGET.
           MOVE "N" TO WS-Already-There-SW.
           PERFORM MATCH-ONE-TARGET
               VARYING WS-Target-Sub FROM 1 BY 1
               UNTIL WS-Target-Sub > WS-Target-Count
                  OR Already-In-Target.

       MATCH-ONE-TARGET.
           IF TGT-Code(WS-Target-Sub)       = CF-Code
              AND TGT-Meet-Days(WS-Target-Sub)  = CF-Meet-Days
              AND TGT-Meet-Start(WS-Target-Sub) = CF-Meet-Start
              AND TGT-Meet-End(WS-Target-Sub)   = CF-Meet-End
              AND TGT-Room(WS-Target-Sub)       = CF-Room
               SET Already-In-Target TO TRUE
           END-IF.

       WRITE-SKIPPED-LINE.
           MOVE WS-Proof-Detail TO ProofLine.
           WRITE ProofLine.
           ADD 1 TO WS-Skipped-Count.

       PRINT-CONFLICT-HEADING.
           MOVE SPACES TO ProofLine.
           WRITE ProofLine.
           MOVE SPACES TO ProofLine.
           STRING "CONFLICTS IN TERM " WS-Target-Term
               DELIMITED BY SIZE INTO ProofLine
           END-STRING.
           WRITE ProofLine.

       CHECK-ONE-PAIR.
      *>   each pair once, and only sections with a meeting pattern -
      *>   the same rules catalog maintenance applies one at a time
           IF WS-Other-Sub NOT > WS-Target-Sub
              OR TGT-Meet-Days(WS-Target-Sub) = SPACES
              OR TGT-Meet-Days(WS-Other-Sub) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF TGT-Meet-Start(WS-Target-Sub)
                  NOT < TGT-Meet-End(WS-Other-Sub)
              OR TGT-Meet-End(WS-Target-Sub)
                  NOT > TGT-Meet-Start(WS-Other-Sub)
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-DAYS-OVERLAP.
           IF NOT Days-Overlap
               EXIT PARAGRAPH
           END-IF.
           IF TGT-Room(WS-Target-Sub) NOT = SPACES
              AND TGT-Room(WS-Target-Sub) = TGT-Room(WS-Other-Sub)
               MOVE "ROOM"                   TO WS-Clash-Kind
               MOVE TGT-Room(WS-Target-Sub)  TO WS-Clash-Resource
               PERFORM PRINT-ONE-CLASH
           END-IF.
      *>   one instructor cannot teach in two rooms at once either
           IF TGT-Instructor-ID(WS-Target-Sub) NOT = SPACES
              AND TGT-Instructor-ID(WS-Target-Sub) =
                  TGT-Instructor-ID(WS-Other-Sub)
               MOVE "INSTRUCTOR"             TO WS-Clash-Kind
               MOVE TGT-Instructor-ID(WS-Target-Sub)
                                             TO WS-Clash-Resource
               PERFORM PRINT-ONE-CLASH
           END-IF.

       CHECK-DAYS-OVERLAP.
           MOVE "N" TO WS-Days-Overlap-SW.
           PERFORM COMPARE-ONE-DAY
               VARYING WS-Day-Sub FROM 1 BY 1 UNTIL WS-Day-Sub > 5
               AFTER WS-Day-Sub-2 FROM 1 BY 1 UNTIL WS-Day-Sub-2 > 5.

       COMPARE-ONE-DAY.
           IF TGT-Meet-Days(WS-Target-Sub)(WS-Day-Sub:1) NOT = SPACE
              AND TGT-Meet-Days(WS-Target-Sub)(WS-Day-Sub:1) =
                  TGT-Meet-Days(WS-Other-Sub)(WS-Day-Sub-2:1)
               SET Days-Overlap TO TRUE
           END-IF.

       PRINT-ONE-CLASH.
           MOVE WS-Clash-Kind                  TO CLD-Kind.
           MOVE WS-Clash-Resource              TO CLD-Resource.
           MOVE TGT-Code(WS-Target-Sub)        TO CLD-Code-1.
           MOVE TGT-Section(WS-Target-Sub)     TO CLD-Section-1.
           MOVE TGT-Meet-Days(WS-Target-Sub)   TO CLD-Days-1.
           MOVE TGT-Meet-Start(WS-Target-Sub)  TO CLD-Start-1.
           MOVE TGT-Code(WS-Other-Sub)         TO CLD-Code-2.
           MOVE TGT-Section(WS-Other-Sub)      TO CLD-Section-2.
           MOVE TGT-Meet-Days(WS-Other-Sub)    TO CLD-Days-2.
           MOVE TGT-Meet-Start(WS-Other-Sub)   TO CLD-Start-2.
           MOVE WS-Clash-Detail TO ProofLine.
           WRITE ProofLine.
           ADD 1 TO WS-Clash-Count.

       PRINT-ROLLOVER-TOTALS.
           IF WS-Clash-Count = ZERO
               MOVE "  NONE" TO ProofLine
               WRITE ProofLine
           END-IF.
           MOVE SPACES TO ProofLine.
           WRITE ProofLine.
           MOVE SPACES TO ProofLine.
           STRING "TOTAL  " WS-Created-Count " CREATED   "
               WS-Skipped-Count " SKIPPED   "
               WS-Clash-Count " CONFLICT(S)"
               DELIMITED BY SIZE INTO ProofLine
           END-STRING.
           WRITE ProofLine.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-term-rollover.
