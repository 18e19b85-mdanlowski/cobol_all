      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Returned payment reversal. A payment the bank returned is
      * reversed on the ledger with its original reference, the payment
      * row is marked returned, the returned-check fee is charged, and a
      * second return within a year stops the student paying by check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-returned-payment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ACCOUNT-SEL.
       COPY FEEPOL-SEL.
       COPY TERM-SEL.
       COPY HOLD-SEL.
       COPY LOCK-SEL.
       COPY AUDIT-SEL.
       COPY NOTICE-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCOUNT-FD.
       COPY FEEPOL-FD.
       COPY TERM-FD.
       COPY HOLD-FD.
       COPY LOCK-FD.
       COPY AUDIT-FD.
       COPY NOTICE-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY ACCOUNT-WS.
       COPY FEEPOL-WS.
       COPY TERM-WS.
       COPY HOLD-WS.
       COPY LOCK-WS.
       COPY AUDIT-WS.
       COPY NOTICE-WS.
       COPY ERRLOG-WS.
       01  WS-More-Returns             PIC X       VALUE "Y".
           88  More-Returns                        VALUE "Y".
       01  WS-Term-EOF-SW              PIC X       VALUE "N".
           88  EndOfTerms                          VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Today-Int                PIC 9(7)    VALUE ZERO.
       01  WS-Row-Int                  PIC 9(7)    VALUE ZERO.

      *>   the returned-check fee is an account-level charge, so it
      *>   takes the policy of the term in progress - the latest term
      *>   on the master that has already started
       01  WS-Current-Term             PIC X(6)    VALUE SPACES.
       01  WS-Current-Start            PIC 9(8)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Returned-Fee==
                               ==MONEY-PIC== BY ==S9(5)V99==.

       01  WS-Return-StuID             PIC 9(5)    VALUE ZERO.
       01  WS-Return-Reference         PIC X(12)   VALUE SPACES.
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Payment-Found-SW         PIC X       VALUE "N".
           88  Payment-Found                       VALUE "Y".
       01  WS-Payment-Seq              PIC 999     VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Payment-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
      *>   returned payments already on the account inside the last
      *>   365 days - the second one in a year stops the checks
       01  WS-Recent-Returns           PIC 99      VALUE ZERO.
       01  WS-Returned-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Amount-Edited            PIC $$$,$$9.99.
       01  WS-Balance-Edited           PIC $$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====RETURNED PAYMENT (NSF) REVERSAL====".
            MOVE 0 TO RETURN-CODE.
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset every switch
      *>   and accumulator so a second session starts clean
            MOVE "Y"  TO WS-More-Returns.
            MOVE ZERO TO WS-Returned-Count.
            MOVE ZERO TO WS-Rejected-Count.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            COMPUTE WS-Today-Int =
                FUNCTION INTEGER-OF-DATE(WS-Today).
            PERFORM OPEN-FOR-RETURNS.
            IF RETURN-CODE = 0
                PERFORM FIND-RETURNED-CHECK-FEE
                PERFORM OPEN-STUDENT-LOCKS
                PERFORM KEY-ONE-RETURN UNTIL NOT More-Returns
                CLOSE AccountsFile
                CLOSE HoldsFile
                CLOSE TermsFile
                IF Locks-Are-Open
                    CLOSE LocksFile
                END-IF
            END-IF.
            DISPLAY "  " WS-Returned-Count " returned payment(s) "
                    "reversed.".
            IF WS-Rejected-Count > ZERO
                DISPLAY "  " WS-Rejected-Count " return(s) not "
                        "processed, see error.log."
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

       OPEN-FOR-RETURNS.
           OPEN I-O AccountsFile.
           IF NOT FS-Account-OK
               DISPLAY "  *** unable to open accounts.dat, status "
                       WS-Account-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** unable to open terms.dat, status "
                       WS-Term-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE AccountsFile
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O HoldsFile.
           IF FS-Hold-File-Missing
               OPEN OUTPUT HoldsFile
               CLOSE HoldsFile
               OPEN I-O HoldsFile
           END-IF.
           IF NOT FS-Hold-OK
               DISPLAY "  *** unable to open holds.dat, status "
                       WS-Hold-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE AccountsFile
               CLOSE TermsFile
           END-IF.

       FIND-RETURNED-CHECK-FEE.
           MOVE ZERO   TO WS-Returned-Fee.
           MOVE SPACES TO WS-Current-Term.
           MOVE ZERO   TO WS-Current-Start.
           MOVE "N"    TO WS-Term-EOF-SW.
           MOVE LOW-VALUES TO TM-Code.
           START TermsFile KEY IS NOT LESS THAN TM-Code
               INVALID KEY
                   SET EndOfTerms TO TRUE
           END-START.
           PERFORM UNTIL EndOfTerms
               READ TermsFile NEXT RECORD
                   AT END
                       SET EndOfTerms TO TRUE
                   NOT AT END
                       IF TM-Start-Date <= WS-Today
                          AND TM-Start-Date > WS-Current-Start
                           MOVE TM-Code       TO WS-Current-Term
                           MOVE TM-Start-Date TO WS-Current-Start
                       END-IF
               END-READ
           END-PERFORM.
           OPEN INPUT FeePolicyFile.
           IF NOT FS-FeePol-OK
               DISPLAY "  no fee policy on file - no returned-check "
                       "fee this session."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Current-Term TO FP-Term.
           READ FeePolicyFile
               INVALID KEY
                   DISPLAY "  no fee policy for current term "
                           WS-Current-Term " - no returned-check "
                           "fee this session."
               NOT INVALID KEY
                   IF FP-Returned-Check-Fee IS NUMERIC
                       MOVE FP-Returned-Check-Fee TO WS-Returned-Fee
                   END-IF
           END-READ.
           CLOSE FeePolicyFile.

       KEY-ONE-RETURN.
           DISPLAY "StuID of the returned payment: "
               WITH NO ADVANCING.
           ACCEPT WS-Return-StuID.
           DISPLAY "Reference the payment was posted under: "
               WITH NO ADVANCING.
           ACCEPT WS-Return-Reference.
           MOVE WS-Return-StuID TO WS-Lock-StuID.
           PERFORM ACQUIRE-STUDENT-LOCK.
           IF Lock-Granted
               PERFORM REVERSE-ONE-PAYMENT
               PERFORM RELEASE-STUDENT-LOCK
           ELSE
               ADD 1 TO WS-Rejected-Count
               DISPLAY "  return for StuID " WS-Return-StuID
                       " skipped - record in use."
           END-IF.
           DISPLAY "Reverse another payment (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Returns.

       REVERSE-ONE-PAYMENT.
           PERFORM FIND-ORIGINAL-PAYMENT.
           IF NOT Payment-Found
               ADD 1 TO WS-Rejected-Count
               DISPLAY "  *** no unreturned payment "
                       WS-Return-Reference " on the ledger for StuID "
                       WS-Return-StuID " ***"
               MOVE "WS-Return-Reference"  TO WS-ErrLog-Field
               MOVE "9028"                 TO WS-ErrLog-Reason-Code
               MOVE "returned payment not found on the ledger"
                                           TO WS-ErrLog-Text
               PERFORM LOG-RETURN-ERROR
               EXIT PARAGRAPH
           END-IF.
      *>   the payment is marked before the reversal posts: a failure
      *>   in between leaves a payment that no longer counts without
      *>   its debit, which the trial balance still foots - never a
      *>   check reversed twice
           MOVE WS-Return-StuID TO AC-StuID.
           MOVE WS-Payment-Seq  TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   ADD 1 TO WS-Rejected-Count
                   EXIT PARAGRAPH
           END-READ.
           MOVE AccountRecord TO WS-Audit-Before.
           MOVE "Y"           TO AC-Returned-SW.
           REWRITE AccountRecord
               INVALID KEY
                   DISPLAY "  *** unable to mark payment "
                           WS-Return-Reference " returned, status "
                           WS-Account-Status " - nothing reversed ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE WS-Return-StuID     TO WS-Post-StuID.
           MOVE "N"                 TO WS-Post-Tran-Type.
           MOVE WS-Payment-Amount   TO WS-Post-Amount.
           MOVE WS-Return-Reference TO WS-Post-Reference.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF NOT Post-Ok
               ADD 1 TO WS-Rejected-Count
               MOVE "WS-Post-StuID"        TO WS-ErrLog-Field
               MOVE "9028"                 TO WS-ErrLog-Reason-Code
               MOVE "payment marked returned, reversal failed"
                                           TO WS-ErrLog-Text
               PERFORM LOG-RETURN-ERROR
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Returned-Count.
           MOVE WS-Return-StuID TO WS-Audit-StuID.
           MOVE "NSFREV"        TO WS-Audit-Action.
           MOVE AccountRecord   TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.
           MOVE WS-Posted-Balance TO WS-Balance-Edited.
           DISPLAY "  payment " WS-Return-Reference " reversed, "
                   "balance now " WS-Balance-Edited.
           PERFORM CHARGE-RETURNED-CHECK-FEE.
           MOVE WS-Return-StuID TO WS-Hold-Maint-StuID.
           MOVE "FIN"           TO WS-Hold-Maint-Code.
           PERFORM FIND-ACTIVE-HOLD-CODE.
           IF NOT Hold-Code-Active
               PERFORM PLACE-STUDENT-HOLD
           END-IF.
           MOVE WS-Return-StuID     TO WS-Notice-StuID.
           MOVE "NSFR"              TO WS-Notice-Code.
           MOVE WS-Payment-Amount   TO WS-Amount-Edited.
           MOVE WS-Amount-Edited    TO WS-Notice-Subst-1.
           MOVE WS-Return-Reference TO WS-Notice-Subst-2.
           PERFORM QUEUE-NOTICE.
           ADD 1 TO WS-Recent-Returns.
           IF WS-Recent-Returns >= 2
               PERFORM REFUSE-FURTHER-CHECKS
           END-IF.

       FIND-ORIGINAL-PAYMENT.
      *>   the first payment under the reference not already returned
      *>   is the one the bank sent back; the same pass counts the
      *>   account's returned payments inside the last year
           MOVE "N"  TO WS-Payment-Found-SW.
           MOVE "N"  TO WS-Scan-Done-SW.
           MOVE ZERO TO WS-Recent-Returns.
           MOVE WS-Return-StuID TO AC-StuID.
           MOVE ZERO            TO AC-Seq.
           START AccountsFile KEY IS NOT LESS THAN AC-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Scan-Done
               READ AccountsFile NEXT RECORD
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       IF AC-StuID = WS-Return-StuID
                           PERFORM CHECK-ONE-LEDGER-ROW
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-LEDGER-ROW.
           IF AC-Payment
              AND AC-Reference = WS-Return-Reference
              AND NOT AC-Payment-Returned
              AND NOT Payment-Found
               SET Payment-Found TO TRUE
               MOVE AC-Seq    TO WS-Payment-Seq
               MOVE AC-Amount TO WS-Payment-Amount
           END-IF.
           IF AC-Returned-Payment
               COMPUTE WS-Row-Int = FUNCTION INTEGER-OF-DATE(AC-Date)
               IF WS-Today-Int - WS-Row-Int <= 365
                   ADD 1 TO WS-Recent-Returns
               END-IF
           END-IF.

       CHARGE-RETURNED-CHECK-FEE.
           IF WS-Returned-Fee NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Return-StuID TO WS-Post-StuID.
           MOVE "C"             TO WS-Post-Tran-Type.
           MOVE WS-Returned-Fee TO WS-Post-Amount.
           MOVE "NSF-FEE"       TO WS-Post-Reference.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF Post-Ok
               MOVE WS-Return-StuID TO WS-Audit-StuID
               MOVE "NSFFEE"        TO WS-Audit-Action
               MOVE SPACES          TO WS-Audit-Before
               MOVE AccountRecord   TO WS-Audit-After
               PERFORM AUDIT-LOG-WRITE
           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE "WS-Post-StuID"        TO WS-ErrLog-Field
               MOVE "9028"                 TO WS-ErrLog-Reason-Code
               MOVE "returned-check fee did not post"
                                           TO WS-ErrLog-Text
               PERFORM LOG-RETURN-ERROR
           END-IF.

       REFUSE-FURTHER-CHECKS.
           MOVE WS-Return-StuID TO AC-StuID.
           MOVE ZERO            TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AC-Checks-Refused
               EXIT PARAGRAPH
           END-IF.
           MOVE AccountRecord TO WS-Audit-Before.
           MOVE "Y"           TO AC-No-Checks-SW.
           REWRITE AccountRecord
               INVALID KEY
                   DISPLAY "  *** unable to flag account "
                           WS-Return-StuID " for no checks, status "
                           WS-Account-Status " ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "  second returned payment this year - "
                           "checks are no longer accepted from StuID "
                           WS-Return-StuID "."
                   MOVE WS-Return-StuID TO WS-Audit-StuID
                   MOVE "NOCHKS"        TO WS-Audit-Action
                   MOVE AccountRecord   TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       LOG-RETURN-ERROR.
           MOVE "MD-BASICS-RETURNED-PAY" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.

       COPY ACCOUNT-PROC.
       COPY HOLDMNT-PROC.
       COPY LOCK-PROC.
       COPY NOTICE-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-returned-payment.
