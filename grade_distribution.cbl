      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Grades are tallied off the nightly enrollment
      *             extract when it is current; students.dat is walked
      *             only when the extract is missing or stale.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-grade-dist.
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
           SELECT  SortWorkFile ASSIGN TO "sortwork.tmp".
       COPY ENRLEXT-SEL.

       DATA DIVISION.
       FILE SECTION.
               03  SW-Grade-Count  PIC 9(3) OCCURS 12 TIMES.
           02  SW-Avg-Points       PIC 9V99.

       COPY ENRLEXT-FD.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY GRADE-SCALE.
       COPY ENRLEXT-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Source-EOF-SW            PIC X       VALUE "N".
            GOBACK.

       TALLY-AND-RELEASE.
      *>   tonight's enrollment extract when it is current, else the
      *>   students.dat pass
           PERFORM OPEN-ENROLLMENT-EXTRACT.
           IF EnrlExt-Current
               PERFORM TALLY-EXTRACT-ROW UNTIL EndOfEnrlExt
               CLOSE EnrollExtractFile
           ELSE
               PERFORM TALLY-FROM-STUDENTS
           END-IF.
           PERFORM RELEASE-ONE-ROW
               VARYING WS-Tally-Sub FROM 1 BY 1
               UNTIL WS-Tally-Sub > WS-Tally-Count.

       TALLY-EXTRACT-ROW.
           PERFORM READ-ENROLLMENT-EXTRACT.
           IF EndOfEnrlExt
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-EXTRACT-ENROLLMENT.
           IF WS-ED-Term = WS-Dist-Term
              AND WS-ED-Grade NOT = SPACES
               PERFORM TALLY-ONE-GRADE
           END-IF.

       TALLY-FROM-STUDENTS.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               DISPLAY "  *** unable to open students.dat, status "
           IF FS-OK OR WS-File-Status = "10"
               CLOSE StudentsFile
           END-IF.

       TALLY-ONE-GRADE.
           SEARCH ALL GradeScale-Entry
           END-PERFORM.
           DISPLAY "  " WS-Line-Count " section(s) reported.".

       COPY ENRLEXT-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-grade-dist.
