      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Each instructor carries a term load limit in credit
      *             hours for the teaching-load report.
      * 2026-10-15  Each instructor may carry an advising major - the
      *             bulk advisor assignment spreads that major's
      *             students across its advisors.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-instructor-maint.
       FILE-CONTROL.
       COPY INSTR-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY INSTR-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY INSTR-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
       01  WS-Maint-Instr-ID           PIC X(5)    VALUE SPACES.
       01  WS-Instr-EOF-SW             PIC X       VALUE "N".
           88  EndOfInstructors                    VALUE "Y".
       01  WS-Limit-In                 PIC X(12)   VALUE SPACES.
       01  WS-Limit-Edited             PIC Z9.9.
       01  WS-Major-In                 PIC X(6)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY "Instructor name: " WITH NO ADVANCING
                   ACCEPT IN-Name
                   MOVE "A" TO IN-Status
                   MOVE ZERO TO IN-Load-Limit
                   PERFORM KEY-LOAD-LIMIT
                   MOVE SPACES TO IN-Advising-Major
                   PERFORM KEY-ADVISING-MAJOR
                   WRITE InstructorRecord
                       INVALID KEY
                           DISPLAY "  *** unable to add instructor "
                           " not on the master ***"
               NOT INVALID KEY
                   MOVE InstructorRecord TO WS-Audit-Before
                   IF IN-Load-Limit IS NOT NUMERIC
                       MOVE ZERO TO IN-Load-Limit
                   END-IF
                   MOVE IN-Load-Limit TO WS-Limit-Edited
                   DISPLAY "  " IN-Name "  status " IN-Status
                           "  load limit " WS-Limit-Edited
                           "  advises " IN-Advising-Major
                   DISPLAY "New name: " WITH NO ADVANCING
                   ACCEPT IN-Name
                   DISPLAY "Status - (A)ctive or (I)nactive: "
                       WITH NO ADVANCING
                   ACCEPT IN-Status
                   PERFORM KEY-LOAD-LIMIT
                   PERFORM KEY-ADVISING-MAJOR
                   REWRITE InstructorRecord
                       INVALID KEY
                           DISPLAY "  *** unable to update "
                   END-REWRITE
           END-READ.

       KEY-LOAD-LIMIT.
      *>   blank keeps what is on file - a new instructor starts with
      *>   no limit until one is keyed
           DISPLAY "Term load limit in credit hours (blank = "
                   "unchanged, 0 = none): " WITH NO ADVANCING.
           ACCEPT WS-Limit-In.
           IF WS-Limit-In NOT = SPACES
               COMPUTE IN-Load-Limit = FUNCTION NUMVAL(WS-Limit-In)
           END-IF.

       KEY-ADVISING-MAJOR.
      *>   blank keeps what is on file; NONE takes the instructor
      *>   out of the bulk advisor assignment
           DISPLAY "Advising major (blank = unchanged, NONE = "
                   "none): " WITH NO ADVANCING.
           ACCEPT WS-Major-In.
           EVALUATE WS-Major-In
               WHEN SPACES
                   CONTINUE
               WHEN "NONE"
                   MOVE SPACES TO IN-Advising-Major
               WHEN OTHER
                   MOVE WS-Major-In TO IN-Advising-Major
           END-EVALUATE.

       LIST-INSTRUCTORS.
           MOVE "N" TO WS-Instr-EOF-SW.
           MOVE LOW-VALUES TO IN-ID.
               INVALID KEY
                   SET EndOfInstructors TO TRUE
           END-START.
           DISPLAY "ID     NAME                  ST  LIMIT  ADVISES".
           PERFORM UNTIL EndOfInstructors
               READ InstructorFile NEXT RECORD
                   AT END
                       SET EndOfInstructors TO TRUE
                   NOT AT END
                       IF IN-Load-Limit IS NOT NUMERIC
                           MOVE ZERO TO IN-Load-Limit
                       END-IF
                       MOVE IN-Load-Limit TO WS-Limit-Edited
                       DISPLAY IN-ID "  " IN-Name "  " IN-Status
                               "   " WS-Limit-Edited
                               "   " IN-Advising-Major
               END-READ
           END-PERFORM.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-instructor-maint.
