      * 2026-09-01  The census date is on the term record now, keyed
      *             here - the nightly census extract freezes the
      *             state-report snapshot on it.
      * 2026-10-15  Each term now carries a placeholder grade for grades
      *             still missing at close. Status can no longer be
      *             keyed to closed here - the term close run does that
      *             after its missing-grade check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-term-maint.
       FILE-CONTROL.
       COPY TERM-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY TERM-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY TERM-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY GRADE-SCALE.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
       01  WS-Maint-Term-Code          PIC X(6)    VALUE SPACES.
       01  WS-Term-EOF-SW              PIC X       VALUE "N".
           88  EndOfTerms                          VALUE "Y".
       01  WS-Placeholder-SW           PIC X       VALUE "N".
           88  Placeholder-Valid                   VALUE "Y".
       01  WS-New-Status               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Census date (YYYYMMDD, 0 if none): "
               WITH NO ADVANCING.
           ACCEPT TM-Census-Date.
           PERFORM ACCEPT-PLACEHOLDER-GRADE.
           MOVE "O" TO TM-Status.
           WRITE TermRecord
               INVALID KEY
                           "  deadline " TM-AddDrop-Deadline
                           "  lapse " TM-Lapse-Deadline
                           "  census " TM-Census-Date
                           "  placeholder " TM-Placeholder-Grade
                           "  status " TM-Status
                   DISPLAY "New start (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT TM-Start-Date
                   DISPLAY "New census date (YYYYMMDD, 0 if "
                           "none): " WITH NO ADVANCING
                   ACCEPT TM-Census-Date
                   PERFORM ACCEPT-PLACEHOLDER-GRADE
                   PERFORM ACCEPT-TERM-STATUS
                   REWRITE TermRecord
                       INVALID KEY
                           DISPLAY "  *** unable to update term "
                   END-REWRITE
           END-READ.

      *> blank is allowed - it means the term has no placeholder and
      *> cannot close while any of its grades is still missing
       ACCEPT-PLACEHOLDER-GRADE.
           MOVE "N" TO WS-Placeholder-SW.
           PERFORM KEY-PLACEHOLDER-GRADE
               UNTIL Placeholder-Valid.

       KEY-PLACEHOLDER-GRADE.
           DISPLAY "Placeholder grade for missing grades at close "
                   "(blank if none): " WITH NO ADVANCING.
           ACCEPT TM-Placeholder-Grade.
           INSPECT TM-Placeholder-Grade
               CONVERTING "abcdfiw" TO "ABCDFIW".
           IF TM-Placeholder-Grade = SPACES
               SET Placeholder-Valid TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL GradeScale-Entry
               AT END
                   DISPLAY "  *** " TM-Placeholder-Grade
                           " is not on the grade scale ***"
               WHEN GS-Grade (GS-Idx) = TM-Placeholder-Grade
                   SET Placeholder-Valid TO TRUE
           END-SEARCH.

      *> a term is closed only by the term close run, which checks
      *> for missing grades first - here the status may stay as it
      *> is or a closed term may be reopened
       ACCEPT-TERM-STATUS.
           DISPLAY "Status - (O)pen, blank to leave as "
                   TM-Status ": " WITH NO ADVANCING.
           ACCEPT WS-New-Status.
           EVALUATE WS-New-Status
               WHEN "O"
               WHEN "o"
                   MOVE "O" TO TM-Status
               WHEN "C"
               WHEN "c"
                   IF NOT TM-Closed-Term
                       DISPLAY "  *** terms are closed by the term "
                               "close run (TC) - status left as "
                               TM-Status " ***"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-TERMS.
           MOVE "N" TO WS-Term-EOF-SW.
           MOVE LOW-VALUES TO TM-Code.
                   SET EndOfTerms TO TRUE
           END-START.
           DISPLAY "TERM    START     END       DEADLINE  LAPSE"
                   "     ST  PH".
           PERFORM UNTIL EndOfTerms
               READ TermsFile NEXT RECORD
                   AT END
                               TM-End-Date "  " TM-AddDrop-Deadline
                               "  " TM-Lapse-Deadline
                               "  " TM-Status
                               "   " TM-Placeholder-Grade
               END-READ
           END-PERFORM.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-term-maint.
