      * Date:   2026-08-23
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  A row graded "W" by a withdrawal no longer counts as
      *             a seat taken.
      * 2026-10-15  Seats are tallied off the nightly enrollment extract
      *             when it is current; students.dat is walked only when
      *             the extract is missing or stale.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-utilization-report.
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
       COPY ENRLEXT-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-EOF-SW                   PIC X       VALUE "N".
            IF WS-Catalog-Count = ZERO
                DISPLAY "  *** no active courses on the catalog ***"
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
      *>   tonight's enrollment extract when it is current, else the
      *>   students.dat pass
            PERFORM OPEN-ENROLLMENT-EXTRACT.
            IF EnrlExt-Current
                PERFORM TALLY-EXTRACT-ROW UNTIL EndOfEnrlExt
                CLOSE EnrollExtractFile
            ELSE
                OPEN INPUT StudentsFile
                IF NOT FS-OK
                    DISPLAY "  *** unable to open students.dat, "
                            "status " WS-File-Status " ***"
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM UNTIL EndOfFile
                    READ StudentsFile NEXT RECORD
                        INTO WS-Student
                        AT END
                            SET EndOfFile TO TRUE
                        NOT AT END
      *>                    a "W" row no longer holds a seat
                            IF WS-Enrollment-Record
                               AND WS-ED-Grade NOT = "W"
                                PERFORM TALLY-SECTION-SEAT
                            END-IF
                    END-READ
                    IF NOT EndOfFile AND NOT FS-OK
                        PERFORM CHECK-FILE-STATUS
                        MOVE 8 TO RETURN-CODE
                        SET EndOfFile TO TRUE
                    END-IF
                END-PERFORM
                CLOSE StudentsFile
            END-IF.
            DISPLAY "COURSE  SC  INSTR  TAKEN  FREE  PCT-FULL".
            DISPLAY "------  --  -----  -----  ----  --------".
            PERFORM PRINT-UTILIZATION-LINE
                VARYING WS-Catalog-Sub FROM 1 BY 1
                UNTIL WS-Catalog-Sub > WS-Catalog-Count.
            GOBACK.

       TALLY-EXTRACT-ROW.
           PERFORM READ-ENROLLMENT-EXTRACT.
           IF EndOfEnrlExt
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-EXTRACT-ENROLLMENT.
           IF WS-ED-Grade NOT = "W"
               PERFORM TALLY-SECTION-SEAT
           END-IF.

       TALLY-SECTION-SEAT.
           SEARCH ALL CourseCatalog-Entry
               AT END
           END-EVALUATE.

       COPY CATALOG-PROC.
       COPY ENRLEXT-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-utilization-report.
