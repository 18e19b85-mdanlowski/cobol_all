      * 2026-09-01  Probation and suspension now queue notices for
      *             the letters run - the student gets the letter,
      *             not just academic affairs.
      * 2026-10-15  Term grades and student details come off the nightly
      *             enrollment extract when it is current; students.dat
      *             is walked only when the extract is missing or stale.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-standing-report.
                   FILE STATUS IS WS-File-Status.
           SELECT  SortWorkFile ASSIGN TO "sortwork.tmp".
       COPY NOTICE-SEL.
       COPY ENRLEXT-SEL.

       DATA DIVISION.
       FILE SECTION.
           02  SW-Phone            PIC X(12).

       COPY NOTICE-FD.
       COPY ENRLEXT-FD.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY NOTICE-WS.
       COPY GRADE-SCALE.
       COPY ENRLEXT-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Source-EOF-SW            PIC X       VALUE "N".
           02  WS-Term-Hours           PIC 9(3)V9  VALUE ZERO
                                        OCCURS 100000 TIMES.
       01  WS-Tally-Sub                PIC 9(6).
      *>   off the enrollment extract the term's rows come in StuID
      *>   order, each carrying its master - a student's standing is
      *>   released when the next student's rows begin
       01  WS-Held-StuID               PIC 9(6)    VALUE 999999.
       01  WS-Held-Master-SW           PIC X       VALUE "N".
           88  Standing-Master-Held                VALUE "Y".
       01  WS-Grade-Points             PIC 9V99    VALUE ZERO.
       01  WS-Grade-In-GPA-SW          PIC X       VALUE "N".
           88  Grade-In-GPA                        VALUE "Y".
           MOVE ZERO TO WS-Term-Hours(WS-Tally-Sub).

       GRADE-AND-SELECT-STUDENTS.
      *>   tonight's enrollment extract when it is current, else the
      *>   students.dat pass
           PERFORM OPEN-ENROLLMENT-EXTRACT.
           IF EnrlExt-Current
               MOVE 999999 TO WS-Held-StuID
               MOVE "N"    TO WS-Held-Master-SW
               PERFORM GRADE-EXTRACT-ROW UNTIL EndOfEnrlExt
               PERFORM RELEASE-HELD-STUDENT
               CLOSE EnrollExtractFile
           ELSE
               PERFORM GRADE-FROM-STUDENTS
           END-IF.

       GRADE-EXTRACT-ROW.
           PERFORM READ-ENROLLMENT-EXTRACT.
           IF EndOfEnrlExt OR EXD-Term NOT = WS-Standing-Term
               EXIT PARAGRAPH
           END-IF.
           IF EXD-StuID NOT = WS-Held-StuID
               PERFORM RELEASE-HELD-STUDENT
               MOVE EXD-StuID TO WS-Held-StuID
           END-IF.
           PERFORM LOAD-EXTRACT-ENROLLMENT.
           PERFORM TALLY-TERM-GRADE.
      *>   WS-Student is left holding the master, ready for the
      *>   release when this student's rows end
           IF EXD-Master-Found
               PERFORM LOAD-EXTRACT-MASTER
               SET Standing-Master-Held TO TRUE
           ELSE
               MOVE "N" TO WS-Held-Master-SW
           END-IF.

       RELEASE-HELD-STUDENT.
           IF Standing-Master-Held AND WS-ACTIVE-STUDENT
               PERFORM RELEASE-STANDING-RECORD
           END-IF.
           MOVE "N" TO WS-Held-Master-SW.

       GRADE-FROM-STUDENTS.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               DISPLAY "  *** unable to open students.dat, status "
                   "  Suspension: "  WS-Suspension-Count.

       COPY NOTICE-PROC.
       COPY ENRLEXT-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-standing-report.
