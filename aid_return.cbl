      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Return of financial aid on a complete withdrawal. The percentage
      * of the term completed is taken from the term's start and end
      * dates (over 60 percent earns everything); the unearned share of
      * each disbursed award goes back to its fund as an aid-return
      * posting on the ledger, the award is reduced and marked returned,
      * and the worksheet is printed to aidreturn.prt.
      * 2026-10-15  An award whose return would not post counts once in
      *             the rejected total, not twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-aid-return.

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
      *> the aid office files the printed worksheet with the student's
      *> aid folder - every session adds to the same print file
           SELECT  WorksheetFile ASSIGN TO "aidreturn.prt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Worksheet-Status.
       COPY TERM-SEL.
       COPY AWARD-SEL.
       COPY ACCOUNT-SEL.
       COPY LOCK-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       FD  WorksheetFile.
       01  WorksheetLine               PIC X(80).

       COPY TERM-FD.
       COPY AWARD-FD.
       COPY ACCOUNT-FD.
       COPY LOCK-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY TERM-WS.
       COPY AWARD-WS.
       COPY ACCOUNT-WS.
       COPY LOCK-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Worksheet-Status         PIC XX      VALUE SPACES.
           88  FS-Worksheet-OK                     VALUE "00".
       01  WS-More-Returns             PIC X       VALUE "Y".
           88  More-Returns                        VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.

       01  WS-Return-StuID             PIC 9(5)    VALUE ZERO.
       01  WS-Return-Term              PIC X(6)    VALUE SPACES.
       01  WS-Withdraw-In              PIC X(8)    VALUE SPACES.
       01  WS-Withdraw-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".

      *>   the share of the term completed is calendar days through
      *>   the withdrawal date over calendar days in the term, to a
      *>   tenth of a percent. Past 60% all aid counts as earned.
       01  WS-Start-Int                PIC 9(7)    VALUE ZERO.
       01  WS-End-Int                  PIC 9(7)    VALUE ZERO.
       01  WS-Withdraw-Int             PIC 9(7)    VALUE ZERO.
       01  WS-Term-Days                PIC 9(5)    VALUE ZERO.
       01  WS-Days-Completed           PIC 9(5)    VALUE ZERO.
       01  WS-Pct-Completed            PIC 9V999   VALUE ZERO.
       01  WS-Pct-Earned               PIC 9V999   VALUE ZERO.
       01  WS-Pct-Unearned             PIC 9V999   VALUE ZERO.
       01  WS-Earned-Rule-SW           PIC X       VALUE "N".
           88  All-Aid-Earned                      VALUE "Y".
       01  WS-Pct-Display              PIC ZZ9.9.
       01  WS-Earned-Display           PIC ZZ9.9.

       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Unearned==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Retained==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Student-Returned==
                               ==MONEY-PIC== BY ==S9(7)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Session-Returned==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Award-Count              PIC 999     VALUE ZERO.
       01  WS-Returned-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Disbursed-Edited         PIC $$$,$$9.99.
       01  WS-Unearned-Edited          PIC $$$,$$9.99.
       01  WS-Retained-Edited          PIC $$$,$$9.99.
       01  WS-Total-Edited             PIC $$,$$$,$$9.99.
       01  WS-Award-Note               PIC X(20)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====RETURN OF AID ON WITHDRAWAL====".
            MOVE 0 TO RETURN-CODE.
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset every switch
      *>   and accumulator so a second session starts clean
            MOVE "Y"  TO WS-More-Returns.
            MOVE ZERO TO WS-Returned-Count.
            MOVE ZERO TO WS-Rejected-Count.
            MOVE ZERO TO WS-Session-Returned.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM OPEN-FOR-RETURNS.
            IF RETURN-CODE = 0
                PERFORM OPEN-STUDENT-LOCKS
                PERFORM KEY-ONE-WITHDRAWAL UNTIL NOT More-Returns
                CLOSE StudentsFile
                CLOSE TermsFile
                CLOSE AwardsFile
                CLOSE AccountsFile
                CLOSE WorksheetFile
                IF Locks-Are-Open
                    CLOSE LocksFile
                END-IF
            END-IF.
            MOVE WS-Session-Returned TO WS-Total-Edited.
            DISPLAY "  " WS-Returned-Count " student(s) processed, "
                    WS-Total-Edited " returned to aid funds.".
            IF WS-Rejected-Count > ZERO
                DISPLAY "  " WS-Rejected-Count " withdrawal(s) not "
                        "processed, see error.log."
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

       OPEN-FOR-RETURNS.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** unable to open terms.dat, status "
                       WS-Term-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE StudentsFile
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O AwardsFile.
           IF NOT FS-Award-OK
               DISPLAY "  *** unable to open awards.dat, status "
                       WS-Award-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE StudentsFile
               CLOSE TermsFile
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O AccountsFile.
           IF NOT FS-Account-OK
               DISPLAY "  *** unable to open accounts.dat, status "
                       WS-Account-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE StudentsFile
               CLOSE TermsFile
               CLOSE AwardsFile
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND WorksheetFile.
           IF NOT FS-Worksheet-OK
               OPEN OUTPUT WorksheetFile
           END-IF.

       KEY-ONE-WITHDRAWAL.
           DISPLAY "StuID of the withdrawn student: "
               WITH NO ADVANCING.
           ACCEPT WS-Return-StuID.
           DISPLAY "Term withdrawn from: " WITH NO ADVANCING.
           ACCEPT WS-Return-Term.
           DISPLAY "Withdrawal date YYYYMMDD: " WITH NO ADVANCING.
           ACCEPT WS-Withdraw-In.
           PERFORM EDIT-WITHDRAWAL.
           IF RETURN-CODE < 8 AND WS-Withdraw-Date NOT = ZERO
               MOVE WS-Return-StuID TO WS-Lock-StuID
               PERFORM ACQUIRE-STUDENT-LOCK
               IF Lock-Granted
                   PERFORM RETURN-UNEARNED-AID
                   PERFORM RELEASE-STUDENT-LOCK
               ELSE
                   ADD 1 TO WS-Rejected-Count
                   DISPLAY "  return for StuID " WS-Return-StuID
                           " skipped - record in use."
               END-IF
           END-IF.
           DISPLAY "Process another withdrawal (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Returns.

       EDIT-WITHDRAWAL.
      *>   a zero withdrawal date on the way out means the keyed
      *>   entry failed an edit and was logged
           MOVE ZERO TO WS-Withdraw-Date.
           MOVE "N" TO WS-Student-Found-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Return-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.
           IF NOT Student-On-File
               DISPLAY "  *** StuID " WS-Return-StuID
                       " has no master record on file ***"
               MOVE "WS-Return-StuID"      TO WS-ErrLog-Field
               MOVE "student not on file for return of aid"
                                           TO WS-ErrLog-Text
               PERFORM LOG-AID-RETURN-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Return-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Return-Term
                           " is not on the term master ***"
                   MOVE "WS-Return-Term"       TO WS-ErrLog-Field
                   MOVE "term not on file for return of aid"
                                               TO WS-ErrLog-Text
                   PERFORM LOG-AID-RETURN-ERROR
                   EXIT PARAGRAPH
           END-READ.
           IF WS-Withdraw-In IS NOT NUMERIC
               DISPLAY "  *** withdrawal date must be YYYYMMDD ***"
               MOVE "WS-Withdraw-In"       TO WS-ErrLog-Field
               MOVE "withdrawal date not numeric"
                                           TO WS-ErrLog-Text
               PERFORM LOG-AID-RETURN-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-Withdraw-In > TM-End-Date
               DISPLAY "  *** withdrawal date is after the end of "
                       WS-Return-Term " - all aid was earned ***"
               MOVE "WS-Withdraw-In"       TO WS-ErrLog-Field
               MOVE "withdrawal date after the end of term"
                                           TO WS-ErrLog-Text
               PERFORM LOG-AID-RETURN-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Withdraw-In TO WS-Withdraw-Date.

       RETURN-UNEARNED-AID.
           PERFORM COMPUTE-PERCENT-EARNED.
           PERFORM PRINT-WORKSHEET-HEADING.
           MOVE ZERO TO WS-Award-Count.
           MOVE ZERO TO WS-Student-Returned.
           MOVE "N"  TO WS-Scan-Done-SW.
           MOVE WS-Return-StuID TO AW-StuID.
           MOVE WS-Return-Term  TO AW-Term.
           MOVE LOW-VALUES      TO AW-Fund-Code.
           START AwardsFile KEY IS NOT LESS THAN AW-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
      *>   rewriting the award in place keeps its key, so the read
      *>   position holds - the same walk the disbursement batch uses
           PERFORM UNTIL Scan-Done
               READ AwardsFile NEXT RECORD
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       IF AW-StuID = WS-Return-StuID
                          AND AW-Term = WS-Return-Term
                           PERFORM RETURN-ONE-AWARD
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM PRINT-WORKSHEET-FOOTING.
           IF WS-Award-Count = ZERO
               DISPLAY "  no aid awards on file for StuID "
                       WS-Return-StuID " in " WS-Return-Term "."
           ELSE
               ADD 1 TO WS-Returned-Count
               ADD WS-Student-Returned TO WS-Session-Returned
               MOVE WS-Student-Returned TO WS-Total-Edited
               DISPLAY "  " WS-Award-Count " award(s) worked, "
                       WS-Total-Edited " returned - worksheet "
                       "written to aidreturn.prt."
           END-IF.

       COMPUTE-PERCENT-EARNED.
           COMPUTE WS-Start-Int =
               FUNCTION INTEGER-OF-DATE(TM-Start-Date).
           COMPUTE WS-End-Int =
               FUNCTION INTEGER-OF-DATE(TM-End-Date).
           COMPUTE WS-Withdraw-Int =
               FUNCTION INTEGER-OF-DATE(WS-Withdraw-Date).
           COMPUTE WS-Term-Days = WS-End-Int - WS-Start-Int + 1.
           IF WS-Withdraw-Date < TM-Start-Date
               MOVE ZERO TO WS-Days-Completed
           ELSE
               COMPUTE WS-Days-Completed =
                   WS-Withdraw-Int - WS-Start-Int + 1
           END-IF.
           COMPUTE WS-Pct-Completed ROUNDED =
               WS-Days-Completed / WS-Term-Days.
           MOVE "N" TO WS-Earned-Rule-SW.
           IF WS-Pct-Completed > 0.600
               SET All-Aid-Earned TO TRUE
               MOVE 1 TO WS-Pct-Earned
           ELSE
               MOVE WS-Pct-Completed TO WS-Pct-Earned
           END-IF.
           COMPUTE WS-Pct-Unearned = 1 - WS-Pct-Earned.
           COMPUTE WS-Pct-Display  = WS-Pct-Completed * 100.
           COMPUTE WS-Earned-Display = WS-Pct-Earned * 100.

       RETURN-ONE-AWARD.
           ADD 1 TO WS-Award-Count.
           MOVE ZERO TO WS-Unearned.
           MOVE AW-Disbursed TO WS-Retained.
           EVALUATE TRUE
               WHEN AW-Funds-Returned
                   MOVE "ALREADY RETURNED" TO WS-Award-Note
               WHEN All-Aid-Earned
                   MOVE "EARNED - 60% RULE" TO WS-Award-Note
               WHEN OTHER
                   PERFORM POST-AWARD-RETURN
           END-EVALUATE.
           PERFORM PRINT-WORKSHEET-AWARD.

       POST-AWARD-RETURN.
      *>   an award not yet disbursed has nothing to send back, but
      *>   is still marked so the disbursement batch does not pay a
      *>   withdrawn student later
           COMPUTE WS-Unearned ROUNDED =
               AW-Disbursed * WS-Pct-Unearned.
           IF WS-Unearned > ZERO
               MOVE AW-StuID      TO WS-Post-StuID
               MOVE "F"           TO WS-Post-Tran-Type
               MOVE WS-Unearned   TO WS-Post-Amount
               MOVE SPACES        TO WS-Post-Reference
               STRING "RTN-" AW-Fund-Code DELIMITED BY SIZE
                   INTO WS-Post-Reference
               END-STRING
               PERFORM POST-ACCOUNT-TRANSACTION
               IF NOT Post-Ok
                   MOVE ZERO TO WS-Unearned
                   MOVE "NOT POSTED - SEE LOG" TO WS-Award-Note
                   MOVE "AC-KEY"               TO WS-ErrLog-Field
                   MOVE "return of aid not posted to ledger"
                                               TO WS-ErrLog-Text
                   PERFORM LOG-AID-RETURN-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE AwardRecord TO WS-Audit-Before.
           SUBTRACT WS-Unearned FROM AW-Disbursed.
           MOVE WS-Unearned TO AW-Returned-Amount.
           SET AW-Funds-Returned TO TRUE.
           MOVE AW-Disbursed TO WS-Retained.
           REWRITE AwardRecord
               INVALID KEY
                   DISPLAY "  *** return posted but the award row "
                           "for fund " AW-Fund-Code " would not "
                           "mark, status " WS-Award-Status " ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "RETURNED TO FUND" TO WS-Award-Note
                   ADD WS-Unearned TO WS-Student-Returned
                   MOVE AW-StuID    TO WS-Audit-StuID
                   MOVE "AIDRTN"    TO WS-Audit-Action
                   MOVE AwardRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       PRINT-WORKSHEET-HEADING.
           MOVE SPACES TO WorksheetLine.
           WRITE WorksheetLine.
           MOVE "======= RETURN OF AID WORKSHEET - WITHDRAWAL ======="
               TO WorksheetLine.
           WRITE WorksheetLine.
           MOVE SPACES TO WorksheetLine.
           STRING "STUDENT: " WS-Return-StuID " "
                  StuSurname DELIMITED BY SPACE
                  ", " StuName DELIMITED BY SPACE
               INTO WorksheetLine
           END-STRING.
           WRITE WorksheetLine.
           MOVE SPACES TO WorksheetLine.
           STRING "TERM: " WS-Return-Term
                  "  START " TM-Start-Date
                  "  END " TM-End-Date
                  "  WITHDRAWN " WS-Withdraw-Date
                  DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING.
           WRITE WorksheetLine.
           MOVE SPACES TO WorksheetLine.
           STRING "DAYS COMPLETED " WS-Days-Completed
                  " OF " WS-Term-Days
                  "  COMPLETED " WS-Pct-Display "%"
                  "  EARNED " WS-Earned-Display "%"
                  DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING.
           WRITE WorksheetLine.
           IF All-Aid-Earned
               MOVE "OVER 60% OF THE TERM COMPLETED - ALL AID EARNED"
                   TO WorksheetLine
               WRITE WorksheetLine
           END-IF.
           MOVE "FUND      DISBURSED    UNEARNED    RETAINED  NOTE"
               TO WorksheetLine.
           WRITE WorksheetLine.

       PRINT-WORKSHEET-AWARD.
           COMPUTE WS-Disbursed-Edited = WS-Retained + WS-Unearned.
           MOVE WS-Unearned TO WS-Unearned-Edited.
           MOVE WS-Retained TO WS-Retained-Edited.
           MOVE SPACES TO WorksheetLine.
           STRING AW-Fund-Code "  " WS-Disbursed-Edited
                  "  " WS-Unearned-Edited
                  "  " WS-Retained-Edited
                  "  " WS-Award-Note
                  DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING.
           WRITE WorksheetLine.

       PRINT-WORKSHEET-FOOTING.
           IF WS-Award-Count = ZERO
               MOVE "NO AID AWARDS ON FILE FOR THIS TERM"
                   TO WorksheetLine
               WRITE WorksheetLine
           END-IF.
           MOVE WS-Student-Returned TO WS-Total-Edited.
           MOVE SPACES TO WorksheetLine.
           STRING "TOTAL RETURNED TO AID FUNDS " WS-Total-Edited
                  DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING.
           WRITE WorksheetLine.
           MOVE SPACES TO WorksheetLine.
           STRING "PREPARED BY " WS-Operator-ID
                  " ON " WS-Today
                  DELIMITED BY SIZE
               INTO WorksheetLine
           END-STRING.
           WRITE WorksheetLine.
           MOVE "===================================================="
               TO WorksheetLine.
           WRITE WorksheetLine.

       LOG-AID-RETURN-ERROR.
           ADD 1 TO WS-Rejected-Count.
           MOVE "9031"                 TO WS-ErrLog-Reason-Code.
           MOVE "MD-BASICS-AID-RETURN" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.

       COPY ACCOUNT-PROC.
       COPY LOCK-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-aid-return.
