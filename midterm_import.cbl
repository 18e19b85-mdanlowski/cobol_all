      * grade lands on the enrollment row's midterm field - early
      * enough in the term for the add/drop and withdrawal machinery
      * to still matter.
      * 2026-10-15  A row for a closed term is rejected, reason 9038.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-midterm-load.
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY CATALOG-SEL.
       COPY TERM-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       COPY STUDENT.

       COPY CATALOG-FD.
       COPY TERM-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY COURSE-CATALOG.
       COPY TERM-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY GRADE-SCALE.
           88  Grade-Valid                         VALUE "Y".
       01  WS-Instructor-OK-SW         PIC X       VALUE "N".
           88  Instructor-Matches                  VALUE "Y".
       01  WS-Terms-Open-SW            PIC X       VALUE "N".
           88  Terms-Is-Open                       VALUE "Y".
       01  WS-Term-Closed-SW           PIC X       VALUE "N".
           88  Grade-Term-Closed                   VALUE "Y".
       01  WS-Applied-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)    VALUE ZERO.

                MOVE 8 TO RETURN-CODE
                SET EndOfGrades TO TRUE
            END-IF.
      *>   no terms.dat just means no term has been closed yet
            MOVE "N" TO WS-Terms-Open-SW.
            OPEN INPUT TermsFile.
            IF FS-Term-OK
                SET Terms-Is-Open TO TRUE
            END-IF.
            PERFORM READ-GRADES-LOOP UNTIL EndOfGrades.
            IF FS-Grades-OK
                CLOSE GradesFile
            END-IF.
            IF Terms-Is-Open
                CLOSE TermsFile
            END-IF.
            IF FS-OK
                CLOSE StudentsFile
            END-IF.
               PERFORM LOG-REJECTED-GRADE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-GRADE-TERM-CLOSED.
           IF Grade-Term-Closed
               ADD 1 TO WS-Rejected-Count
               MOVE "TM-Status"     TO WS-ErrLog-Field
               MOVE "9038"          TO WS-ErrLog-Reason-Code
               MOVE "term is closed - midterm grade refused"
                                    TO WS-ErrLog-Text
               PERFORM LOG-REJECTED-GRADE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-GRADE-CODE.
           IF NOT Grade-Valid
               ADD 1 TO WS-Rejected-Count
               PERFORM APPLY-GRADE
           END-IF.

      *>   a closed term's rows are frozen - no midterm grade is
      *>   loaded into one
       CHECK-GRADE-TERM-CLOSED.
           MOVE "N" TO WS-Term-Closed-SW.
           IF NOT Terms-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TM-Closed-Term
                       SET Grade-Term-Closed TO TRUE
                   END-IF
           END-READ.

       VALIDATE-GRADE-CODE.
           MOVE "N" TO WS-Grade-Valid-SW.
           SEARCH ALL GradeScale-Entry
