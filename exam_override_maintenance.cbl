      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Common final exam overrides (supervisor only): a course whose
      * sections all sit one exam together is given its exam day and
      * period on examovr.dat, keyed by term and course, for the exam
      * schedule run to use in place of each section's meeting pattern.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-exam-override-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY EXAMOVR-SEL.
       COPY CATALOG-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY EXAMOVR-FD.
       COPY CATALOG-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY EXAMOVR-WS.
       COPY CATALOG-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY EXAM-PERIODS.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Add                          VALUE "A", "a".
           88  Action-Change                       VALUE "C", "c".
           88  Action-Delete                       VALUE "D", "d".
           88  Action-List                         VALUE "L", "l".
       01  WS-Maint-Term               PIC X(6)    VALUE SPACES.
       01  WS-Maint-Course-Code        PIC X(6)    VALUE SPACES.
       01  WS-Catalog-Open-SW          PIC X       VALUE "N".
           88  Catalog-Is-Open                     VALUE "Y".
       01  WS-Course-Found-SW          PIC X       VALUE "N".
           88  Course-On-Catalog                   VALUE "Y".
       01  WS-ExamOvr-EOF-SW           PIC X       VALUE "N".
           88  EndOfExamOverrides                  VALUE "Y".
       01  WS-Fields-Valid-SW          PIC X       VALUE "N".
           88  Slot-Fields-Valid                   VALUE "Y".
       01  WS-Confirm                  PIC X       VALUE "N".
           88  Operator-Confirms                   VALUE "Y", "y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====COMMON FINAL EXAM OVERRIDES====".
      *>   this program runs once per CALL - reset the session switch
      *>   so a second session doesn't exit immediately
            MOVE 0   TO RETURN-CODE.
            MOVE "Y" TO WS-More-Transactions.
            PERFORM OPEN-FOR-MAINTENANCE.
            IF RETURN-CODE = 0
                PERFORM MAINTAIN-ONE-OVERRIDE
                    UNTIL NOT More-Transactions
                CLOSE ExamOverrideFile
                IF Catalog-Is-Open
                    CLOSE CatalogFile
                END-IF
            END-IF.
            GOBACK.

       OPEN-FOR-MAINTENANCE.
           OPEN I-O ExamOverrideFile.
           IF FS-ExamOvr-File-Missing
               OPEN OUTPUT ExamOverrideFile
               CLOSE ExamOverrideFile
               OPEN I-O ExamOverrideFile
           END-IF.
           IF NOT FS-ExamOvr-OK
               DISPLAY "  *** unable to open examovr.dat, status "
                       WS-ExamOvr-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      *>   without the catalog the course code goes on unchecked -
      *>   an override for a course that does not run is just ignored
           MOVE "N" TO WS-Catalog-Open-SW.
           OPEN INPUT CatalogFile.
           IF FS-Catalog-OK
               SET Catalog-Is-Open TO TRUE
           ELSE
               DISPLAY "  *** catalog.dat not available, status "
                       WS-Catalog-Status " - course codes not "
                       "checked ***"
           END-IF.

       MAINTAIN-ONE-OVERRIDE.
           DISPLAY "Action - (A)dd, (C)hange, (D)elete, (L)ist: "
               WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           EVALUATE TRUE
               WHEN Action-Add
                   PERFORM ADD-OVERRIDE
               WHEN Action-Change
                   PERFORM CHANGE-OVERRIDE
               WHEN Action-Delete
                   PERFORM DELETE-OVERRIDE
               WHEN Action-List
                   PERFORM LIST-OVERRIDES
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Maintain another override (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       KEY-OVERRIDE-KEY.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Term.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Course-Code.
           MOVE WS-Maint-Term        TO EO-Term.
           MOVE WS-Maint-Course-Code TO EO-Course-Code.

       ADD-OVERRIDE.
           PERFORM KEY-OVERRIDE-KEY.
           PERFORM CHECK-COURSE-ON-CATALOG.
           IF NOT Course-On-Catalog
               DISPLAY "  *** " WS-Maint-Course-Code
                       " is not on the catalog ***"
               EXIT PARAGRAPH
           END-IF.
           READ ExamOverrideFile
               INVALID KEY
                   PERFORM KEY-NEW-OVERRIDE-FIELDS
               NOT INVALID KEY
                   DISPLAY "  *** " WS-Maint-Course-Code " term "
                           WS-Maint-Term " already has a common "
                           "exam slot ***"
           END-READ.

       KEY-NEW-OVERRIDE-FIELDS.
           MOVE SPACES TO ExamOverrideRecord.
           MOVE WS-Maint-Term        TO EO-Term.
           MOVE WS-Maint-Course-Code TO EO-Course-Code.
           PERFORM KEY-EXAM-SLOT.
           IF NOT Slot-Fields-Valid
               EXIT PARAGRAPH
           END-IF.
           WRITE ExamOverrideRecord
               INVALID KEY
                   DISPLAY "  *** unable to add the override, status "
                           WS-ExamOvr-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  common exam for " EO-Course-Code
                           " term " EO-Term " added."
                   MOVE ZERO               TO WS-Audit-StuID
                   MOVE "EXMADD"           TO WS-Audit-Action
                   MOVE SPACES             TO WS-Audit-Before
                   MOVE ExamOverrideRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       KEY-EXAM-SLOT.
           MOVE "N" TO WS-Fields-Valid-SW.
           DISPLAY "Exam day (1-" Exam-Week-Days " of exam week): "
               WITH NO ADVANCING.
           ACCEPT EO-Exam-Day.
           IF EO-Exam-Day < 1 OR EO-Exam-Day > Exam-Week-Days
               DISPLAY "  *** exam day must be 1 to "
                       Exam-Week-Days " ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Exam period - 1 " EP-Start(1) ", 2 " EP-Start(2)
                   ", 3 " EP-Start(3) ", 4 " EP-Start(4) ": "
               WITH NO ADVANCING.
           ACCEPT EO-Exam-Period.
           IF EO-Exam-Period < 1
              OR EO-Exam-Period > Exam-Day-Periods
               DISPLAY "  *** exam period must be 1 to "
                       Exam-Day-Periods " ***"
               EXIT PARAGRAPH
           END-IF.
           SET Slot-Fields-Valid TO TRUE.

       CHANGE-OVERRIDE.
           PERFORM KEY-OVERRIDE-KEY.
           READ ExamOverrideFile
               INVALID KEY
                   DISPLAY "  *** no common exam on file for "
                           WS-Maint-Course-Code " term "
                           WS-Maint-Term " ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE ExamOverrideRecord TO WS-Audit-Before.
           PERFORM SHOW-ONE-OVERRIDE.
           PERFORM KEY-EXAM-SLOT.
           IF NOT Slot-Fields-Valid
               DISPLAY "  override left unchanged."
               EXIT PARAGRAPH
           END-IF.
           REWRITE ExamOverrideRecord
               INVALID KEY
                   DISPLAY "  *** unable to update the override, "
                           "status " WS-ExamOvr-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  common exam for " EO-Course-Code
                           " term " EO-Term " updated."
                   MOVE ZERO               TO WS-Audit-StuID
                   MOVE "EXMUPD"           TO WS-Audit-Action
                   MOVE ExamOverrideRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       DELETE-OVERRIDE.
      *>   with the override gone each section falls back to the slot
      *>   its own meeting pattern gives it on the next schedule run
           PERFORM KEY-OVERRIDE-KEY.
           READ ExamOverrideFile
               INVALID KEY
                   DISPLAY "  *** no common exam on file for "
                           WS-Maint-Course-Code " term "
                           WS-Maint-Term " ***"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM SHOW-ONE-OVERRIDE.
           DISPLAY "Delete this override (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF NOT Operator-Confirms
               EXIT PARAGRAPH
           END-IF.
           MOVE ExamOverrideRecord TO WS-Audit-Before.
           DELETE ExamOverrideFile
               INVALID KEY
                   DISPLAY "  *** unable to delete the override, "
                           "status " WS-ExamOvr-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  override deleted."
                   MOVE ZERO     TO WS-Audit-StuID
                   MOVE "EXMDEL" TO WS-Audit-Action
                   MOVE SPACES   TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-DELETE.

       SHOW-ONE-OVERRIDE.
           DISPLAY EO-Term "  " EO-Course-Code "   DAY " EO-Exam-Day
                   "  PERIOD " EO-Exam-Period "  "
                   EP-Start(EO-Exam-Period) "-"
                   EP-End(EO-Exam-Period).

       CHECK-COURSE-ON-CATALOG.
      *>   a common exam covers the whole course, so any section of it
      *>   on the catalog will do
           MOVE "N" TO WS-Course-Found-SW.
           IF NOT Catalog-Is-Open
               SET Course-On-Catalog TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Maint-Course-Code TO CF-Code.
           MOVE ZERO                 TO CF-Section.
           START CatalogFile KEY IS NOT LESS THAN CF-Key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ CatalogFile NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF CF-Code = WS-Maint-Course-Code
                       SET Course-On-Catalog TO TRUE
                   END-IF
           END-READ.

       LIST-OVERRIDES.
           DISPLAY "Term (blank = all terms): " WITH NO ADVANCING.
           ACCEPT WS-Maint-Term.
           MOVE "N" TO WS-ExamOvr-EOF-SW.
           MOVE LOW-VALUES TO EO-Key.
           IF WS-Maint-Term NOT = SPACES
               MOVE WS-Maint-Term TO EO-Term
           END-IF.
           START ExamOverrideFile KEY IS NOT LESS THAN EO-Key
               INVALID KEY
                   SET EndOfExamOverrides TO TRUE
           END-START.
           DISPLAY "TERM    COURSE  EXAM SLOT".
           PERFORM UNTIL EndOfExamOverrides
               READ ExamOverrideFile NEXT RECORD
                   AT END
                       SET EndOfExamOverrides TO TRUE
                   NOT AT END
                       IF WS-Maint-Term NOT = SPACES
                          AND EO-Term NOT = WS-Maint-Term
                           SET EndOfExamOverrides TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-exam-override-maint.
