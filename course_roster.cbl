      * Date:   2026-08-23
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Students with a directory privacy block in effect
      *             are marked CONFIDENTIAL on the roster.
      * 2026-10-15  The roster reads the nightly enrollment extract when
      *             it is current, and walks students.dat only when the
      *             extract is missing or stale.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-course-roster.
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY CATALOG-SEL.
       COPY ENRLEXT-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY STUDENT.

       COPY CATALOG-FD.
       COPY ENRLEXT-FD.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY COURSE-CATALOG.
       COPY PRIVACY-WS.
       COPY ENRLEXT-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-EOF-SW                   PIC X       VALUE "N".
                VARYING WS-Name-Sub FROM 1 BY 1
                UNTIL WS-Name-Sub > 100000.
            MOVE ZERO TO WS-Enr-Count.
      *>   tonight's enrollment extract already pairs every row with
      *>   its master - students.dat is walked only when the extract
      *>   is missing or stale
            PERFORM OPEN-ENROLLMENT-EXTRACT.
            IF EnrlExt-Current
                PERFORM CLEAR-EXTRACT-PRIVACY
                PERFORM COLLECT-EXTRACT-ROW UNTIL EndOfEnrlExt
                CLOSE EnrollExtractFile
            ELSE
                OPEN INPUT StudentsFile
                IF NOT FS-OK
                    DISPLAY "  *** unable to open students.dat, "
                            "status " WS-File-Status " ***"
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM LOAD-PRIVACY-BLOCKS
                PERFORM UNTIL EndOfFile
                    READ StudentsFile NEXT RECORD
                        INTO WS-Student
                    END-IF
                END-PERFORM
                CLOSE StudentsFile
            END-IF.
            PERFORM PRINT-COURSE-SECTION
                VARYING WS-Catalog-Sub FROM 1 BY 1
                UNTIL WS-Catalog-Sub > WS-Catalog-Count.
            IF Enr-Table-Overflowed
                DISPLAY " "
                DISPLAY "  *** ROSTER INCOMPLETE: more than "
                        "2000 enrollment rows on file - rows "
                        "past the table are NOT listed ***"
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.
               SET Enr-Table-Overflowed TO TRUE
           END-IF.

       COLLECT-EXTRACT-ROW.
           PERFORM READ-ENROLLMENT-EXTRACT.
           IF EndOfEnrlExt
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-EXTRACT-ENROLLMENT.
           PERFORM COLLECT-ENROLLMENT.
           IF NOT EXD-Master-Found
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-EXTRACT-MASTER.
           PERFORM COLLECT-MASTER-NAME.
           IF EXD-Privacy-Block = "Y"
              AND EXD-Privacy-Eff-Date NOT > WS-Privacy-Today
               COMPUTE WS-Privacy-Sub = EXD-StuID + 1
               MOVE "Y" TO WS-Privacy-Flag(WS-Privacy-Sub)
           END-IF.

       COLLECT-MASTER-NAME.
           COMPUTE WS-Name-Sub = WS-Student-id + 1.
           IF WS-Student-pref-name NOT = SPACES
           IF ENR-Course(WS-Enr-Sub) = CC-Code(CC-Idx)
              AND ENR-Section(WS-Enr-Sub) = CC-Section(CC-Idx)
               COMPUTE WS-Name-Sub = ENR-StuID(WS-Enr-Sub) + 1
      *>       the instructor still sees a blocked student on the
      *>       roster, marked so the class list is never passed on
               MOVE ENR-StuID(WS-Enr-Sub) TO WS-Privacy-StuID
               PERFORM TEST-PRIVACY-FLAG
               EVALUATE TRUE
                   WHEN NAM-Known(WS-Name-Sub) NOT = "Y"
                       DISPLAY ENR-StuID(WS-Enr-Sub)
                               "     (no master record)     "
                               ENR-Term(WS-Enr-Sub) "  "
                               ENR-Grade(WS-Enr-Sub)
                   WHEN Privacy-Blocked
                       DISPLAY ENR-StuID(WS-Enr-Sub) "     "
                               NAM-Name(WS-Name-Sub) "  "
                               NAM-Surname(WS-Name-Sub) "  "
                               ENR-Term(WS-Enr-Sub) "  "
                               ENR-Grade(WS-Enr-Sub)
                               "  *CONFIDENTIAL*"
                   WHEN OTHER
                       DISPLAY ENR-StuID(WS-Enr-Sub) "     "
                               NAM-Name(WS-Name-Sub) "  "
                               NAM-Surname(WS-Name-Sub) "  "
                               ENR-Term(WS-Enr-Sub) "  "
                               ENR-Grade(WS-Enr-Sub)
               END-EVALUATE
           END-IF.

       COPY CATALOG-PROC.
       COPY PRIVSCAN-PROC.
       COPY ENRLEXT-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-course-roster.
