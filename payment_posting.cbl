      * 2026-09-01  A per-student soft lock (locks.dat) is taken
      *             around each posting, so a payment and a screen
      *             edit stop landing on the same student at once.
      * 2026-10-15  The counter is warned when the student's checks
      *             are no longer accepted after returned payments.
      * 2026-10-15  Every payment records its tender (cash, check,
      *             card) and lands in the cashier journal and the
      *             operator's drawer for the day; a drawer the bursar
      *             has reconciled takes no more payments, and a check
      *             from a student whose checks are refused is
      *             rejected.
      * 2026-10-15  Batch rows are cleared before each split, so a row
      *             with no tender column takes the check default
      *             instead of the previous row's tender; a lower-case
      *             tender is accepted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-payment-post.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Payments-Status.
       COPY ACCOUNT-SEL.
       COPY CASHJRNL-SEL.
       COPY DRAWER-SEL.
       COPY LOCK-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.
       01  WS-Payments-Line            PIC X(40).

       COPY ACCOUNT-FD.
       COPY CASHJRNL-FD.
       COPY DRAWER-FD.
       COPY LOCK-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY ACCOUNT-WS.
       COPY CASHJRNL-WS.
       COPY DRAWER-WS.
       COPY LOCK-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-Posted-Count             PIC 9(5)    VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Posted-Balance-Edited    PIC $$$$,$$9.99-.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Payment-Tender           PIC X       VALUE SPACE.
           88  Tender-Valid                        VALUE "C", "K", "R".
           88  Tender-Is-Check                     VALUE "K".
       01  WS-Checks-Refused-SW        PIC X       VALUE "N".
           88  Checks-Refused                      VALUE "Y".
       01  WS-Drawer-Closed-SW         PIC X       VALUE "N".
           88  Drawer-Closed                       VALUE "Y".
       01  WS-New-Drawer-SW            PIC X       VALUE "N".
           88  New-Drawer                          VALUE "Y".
       01  WS-Next-Journal-Seq         PIC 9(5)    VALUE ZERO.
       01  WS-Journal-Scan-SW          PIC X       VALUE "N".
           88  Journal-Scan-Done                   VALUE "Y".

       01  WS-CSV-Fields.
           02  WS-CSV-StuID            PIC X(5).
           02  WS-CSV-StuID-N REDEFINES WS-CSV-StuID PIC 9(5).
           02  WS-CSV-Amount           PIC X(10).
           02  WS-CSV-Reference        PIC X(12).
      *>   optional fourth column; the bank's file is checks unless
      *>   it says otherwise
           02  WS-CSV-Tender           PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "Y"  TO WS-More-Payments.
            MOVE ZERO TO WS-Posted-Count.
            MOVE ZERO TO WS-Rejected-Count.
            ACCEPT WS-Today FROM DATE YYYYMMDD.

            PERFORM OPEN-FOR-POSTING.
            IF RETURN-CODE = 0
                PERFORM CHECK-DRAWER-OPEN
                IF Drawer-Closed
                    DISPLAY "  *** your drawer for " WS-Today
                            " is already reconciled - no more "
                            "payments may be taken into it ***"
                    MOVE 8 TO RETURN-CODE
                    CLOSE StudentsFile
                    CLOSE AccountsFile
                    CLOSE CashJournalFile
                    CLOSE DrawerFile
                END-IF
            END-IF.
            IF RETURN-CODE = 0
                PERFORM OPEN-STUDENT-LOCKS
            END-IF.
                END-IF
                CLOSE StudentsFile
                CLOSE AccountsFile
                CLOSE CashJournalFile
                CLOSE DrawerFile
                IF Locks-Are-Open
                    CLOSE LocksFile
                END-IF
                       WS-Account-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O CashJournalFile.
           IF FS-CashJrnl-File-Missing
               OPEN OUTPUT CashJournalFile
               CLOSE CashJournalFile
               OPEN I-O CashJournalFile
           END-IF.
           IF NOT FS-CashJrnl-OK
               DISPLAY "  *** unable to open cashjrnl.dat, status "
                       WS-CashJrnl-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O DrawerFile.
           IF FS-Drawer-File-Missing
               OPEN OUTPUT DrawerFile
               CLOSE DrawerFile
               OPEN I-O DrawerFile
           END-IF.
           IF NOT FS-Drawer-OK
               DISPLAY "  *** unable to open drawers.dat, status "
                       WS-Drawer-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       KEY-ONE-PAYMENT.
           DISPLAY "StuID paying: " WITH NO ADVANCING.
               ADD 1 TO WS-Rejected-Count
               PERFORM LOG-REJECTED-PAYMENT
           ELSE
               PERFORM LOOK-UP-CHECK-STANDING
               IF Checks-Refused
                   DISPLAY "  *** CHECKS NOT ACCEPTED - returned "
                           "payments on file, take cash or card "
                           "only ***"
               END-IF
               DISPLAY "Amount: " WITH NO ADVANCING
               ACCEPT WS-Post-Amount
               DISPLAY "Reference: " WITH NO ADVANCING
               ACCEPT WS-Post-Reference
               DISPLAY "Tender - (C)ash, chec(K), ca(R)d: "
                   WITH NO ADVANCING
               ACCEPT WS-Payment-Tender
               PERFORM CHECK-TENDER-AND-POST
           END-IF.
           DISPLAY "Post another payment (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-More-Payments.

       LOOK-UP-CHECK-STANDING.
           MOVE "N" TO WS-Checks-Refused-SW.
           MOVE WS-Post-StuID TO AC-StuID.
           MOVE ZERO          TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-Checks-Refused
                       SET Checks-Refused TO TRUE
                   END-IF
           END-READ.

       CHECK-TENDER-AND-POST.
      *>   the counter and the bank file may give the tender in
      *>   lower case - the journal and the drawer carry upper case
           INSPECT WS-Payment-Tender CONVERTING "ckr" TO "CKR".
           IF NOT Tender-Valid
               ADD 1 TO WS-Rejected-Count
               DISPLAY "  *** tender must be C, K or R - payment not "
                       "posted ***"
               MOVE "WS-Payment-Tender"     TO WS-ErrLog-Field
               MOVE "9030"                  TO WS-ErrLog-Reason-Code
               MOVE "payment tender missing or invalid"
                                            TO WS-ErrLog-Text
               PERFORM LOG-PAYMENT-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF Tender-Is-Check AND Checks-Refused
               ADD 1 TO WS-Rejected-Count
               DISPLAY "  *** checks are not accepted from StuID "
                       WS-Post-StuID " - payment not posted ***"
               MOVE "WS-Payment-Tender"     TO WS-ErrLog-Field
               MOVE "9030"                  TO WS-ErrLog-Reason-Code
               MOVE "check refused - returned payments on file"
                                            TO WS-ErrLog-Text
               PERFORM LOG-PAYMENT-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM POST-ONE-PAYMENT.

       BATCH-LOAD-PAYMENTS.
           OPEN INPUT PaymentsFile.
           IF NOT FS-Payments-OK
           END-IF.

       LOAD-ONE-PAYMENT.
           MOVE SPACES TO WS-CSV-Fields.
           UNSTRING WS-Payments-Line DELIMITED BY ","
               INTO WS-CSV-StuID, WS-CSV-Amount, WS-CSV-Reference,
                    WS-CSV-Tender
           END-UNSTRING.
      *>   the bank spreadsheet writes the StuID unpadded, so "17"
      *>   arrives left-justified in the five-wide column - NUMVAL
                       PERFORM LOG-PAYMENT-ERROR
                   ELSE
                       MOVE WS-CSV-Reference TO WS-Post-Reference
                       IF WS-CSV-Tender = SPACES
                           MOVE "K" TO WS-Payment-Tender
                       ELSE
                           MOVE WS-CSV-Tender TO WS-Payment-Tender
                       END-IF
                       PERFORM LOOK-UP-CHECK-STANDING
                       PERFORM CHECK-TENDER-AND-POST
                   END-IF
               END-IF
           END-IF.
           END-READ.

       POST-ONE-PAYMENT.
      *>   the bursar may reconcile this drawer while the session is
      *>   still open - the next payment has to see that
           PERFORM CHECK-DRAWER-OPEN.
           IF Drawer-Closed
               ADD 1 TO WS-Rejected-Count
               DISPLAY "  *** drawer reconciled - payment for StuID "
                       WS-Post-StuID " not posted ***"
               MOVE "WS-Operator-ID"        TO WS-ErrLog-Field
               MOVE "9029"                  TO WS-ErrLog-Reason-Code
               MOVE "cashier drawer already reconciled"
                                            TO WS-ErrLog-Text
               PERFORM LOG-PAYMENT-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Post-StuID TO WS-Lock-StuID.
           PERFORM ACQUIRE-STUDENT-LOCK.
           IF NOT Lock-Granted
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO WS-Post-Tran-Type.
           MOVE WS-Payment-Tender TO WS-Post-Tender.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF Post-Ok
               PERFORM RECORD-DRAWER-PAYMENT
               ADD 1 TO WS-Posted-Count
               MOVE WS-Posted-Balance TO WS-Posted-Balance-Edited
               DISPLAY "  payment posted for StuID " WS-Post-StuID
           END-IF.
           PERFORM RELEASE-STUDENT-LOCK.

       CHECK-DRAWER-OPEN.
           MOVE "N" TO WS-Drawer-Closed-SW.
           MOVE WS-Today       TO DR-Date.
           MOVE WS-Operator-ID TO DR-Operator.
           READ DrawerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DR-Reconciled
                       SET Drawer-Closed TO TRUE
                   END-IF
           END-READ.

       RECORD-DRAWER-PAYMENT.
      *>   one journal line per payment, and the drawer's running
      *>   count and tender totals, both under the signed-on operator
           PERFORM FIND-NEXT-JOURNAL-SEQ.
           MOVE WS-Today            TO CJ-Date.
           MOVE WS-Operator-ID      TO CJ-Operator.
           MOVE WS-Next-Journal-Seq TO CJ-Seq.
           MOVE WS-Post-StuID       TO CJ-StuID.
           MOVE WS-Next-Acct-Seq    TO CJ-Ledger-Seq.
           MOVE WS-Payment-Tender   TO CJ-Tender.
           MOVE WS-Post-Amount      TO CJ-Amount.
           MOVE WS-Post-Reference   TO CJ-Reference.
           ACCEPT CJ-Time FROM TIME.
           WRITE CashJournalRecord
               INVALID KEY
                   DISPLAY "  *** unable to journal payment for StuID "
                           WS-Post-StuID ", status "
                           WS-CashJrnl-Status " ***"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-WRITE.
           MOVE "N" TO WS-New-Drawer-SW.
           MOVE WS-Today       TO DR-Date.
           MOVE WS-Operator-ID TO DR-Operator.
           READ DrawerFile
               INVALID KEY
                   SET New-Drawer TO TRUE
                   MOVE "O"  TO DR-Status
                   MOVE ZERO TO DR-Payment-Count
                   MOVE ZERO TO DR-Cash-Count
                   MOVE ZERO TO DR-Cash-Total
                   MOVE ZERO TO DR-Check-Count
                   MOVE ZERO TO DR-Check-Total
                   MOVE ZERO TO DR-Card-Count
                   MOVE ZERO TO DR-Card-Total
                   MOVE ZERO TO DR-Deposit-Total
                   MOVE ZERO TO DR-Over-Short
                   MOVE SPACES TO DR-Reconciled-By
                   MOVE ZERO TO DR-Reconciled-Date
           END-READ.
           ADD 1 TO DR-Payment-Count.
           EVALUATE WS-Payment-Tender
               WHEN "C"
                   ADD 1              TO DR-Cash-Count
                   ADD WS-Post-Amount TO DR-Cash-Total
               WHEN "K"
                   ADD 1              TO DR-Check-Count
                   ADD WS-Post-Amount TO DR-Check-Total
               WHEN OTHER
                   ADD 1              TO DR-Card-Count
                   ADD WS-Post-Amount TO DR-Card-Total
           END-EVALUATE.
           IF New-Drawer
               WRITE DrawerRecord
                   INVALID KEY
                       DISPLAY "  *** unable to open the drawer for "
                               WS-Operator-ID ", status "
                               WS-Drawer-Status " ***"
               END-WRITE
           ELSE
               REWRITE DrawerRecord
                   INVALID KEY
                       DISPLAY "  *** unable to update the drawer "
                               "for " WS-Operator-ID ", status "
                               WS-Drawer-Status " ***"
               END-REWRITE
           END-IF.
           IF NOT FS-Drawer-OK
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-NEXT-JOURNAL-SEQ.
           MOVE ZERO TO WS-Next-Journal-Seq.
           MOVE "N"  TO WS-Journal-Scan-SW.
           MOVE WS-Today       TO CJ-Date.
           MOVE WS-Operator-ID TO CJ-Operator.
           MOVE ZERO           TO CJ-Seq.
           START CashJournalFile KEY IS NOT LESS THAN CJ-Key
               INVALID KEY
                   SET Journal-Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Journal-Scan-Done
               READ CashJournalFile NEXT RECORD
                   AT END
                       SET Journal-Scan-Done TO TRUE
                   NOT AT END
                       IF CJ-Date = WS-Today
                          AND CJ-Operator = WS-Operator-ID
                           MOVE CJ-Seq TO WS-Next-Journal-Seq
                       ELSE
                           SET Journal-Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-Next-Journal-Seq.

       LOG-REJECTED-PAYMENT.
           MOVE "WS-Post-StuID"          TO WS-ErrLog-Field.
           MOVE "9010"                   TO WS-ErrLog-Reason-Code.
