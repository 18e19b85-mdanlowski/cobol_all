      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Cashier session close-out. Reports an operator's drawer for a
      * day from drawers.dat with the cashier journal behind it, and
      * lets the supervisor reconcile the drawer against the deposit
      * counted: deposit slip, over/short, and an audited reconcile
      * after which the drawer takes no more payments.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-cashier-close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY DRAWER-SEL.
       COPY CASHJRNL-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY DRAWER-FD.
       COPY CASHJRNL-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY DRAWER-WS.
       COPY CASHJRNL-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Close-Action             PIC X       VALUE SPACE.
           88  Action-Report                       VALUE "R", "r".
           88  Action-Detail                       VALUE "D", "d".
           88  Action-Reconcile                    VALUE "C", "c".
       01  WS-Confirm                  PIC X       VALUE "N".
           88  Operator-Confirms                   VALUE "Y", "y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Date-In                  PIC X(8)    VALUE SPACES.
       01  WS-Close-Date               PIC 9(8)    VALUE ZERO.
       01  WS-Close-Operator           PIC X(8)    VALUE SPACES.
       01  WS-Deposit-In               PIC X(12)   VALUE SPACES.
       01  WS-Scan-SW                  PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Drawer-Count             PIC 9(4)    VALUE ZERO.
       01  WS-Line-Count               PIC 9(5)    VALUE ZERO.

      *>   the whole day's takings across every drawer, and the
      *>   over/short of the drawers already reconciled
       01  WS-Day-Totals.
           02  WS-Day-Payment-Count    PIC 9(6)    VALUE ZERO.
           02  WS-Day-Cash-Total       PIC S9(8)V99 COMP-3 VALUE ZERO.
           02  WS-Day-Check-Total      PIC S9(8)V99 COMP-3 VALUE ZERO.
           02  WS-Day-Card-Total       PIC S9(8)V99 COMP-3 VALUE ZERO.
           02  WS-Day-Deposit-Total    PIC S9(8)V99 COMP-3 VALUE ZERO.
           02  WS-Day-Over-Short       PIC S9(8)V99 COMP-3 VALUE ZERO.
       01  WS-Drawer-Total             PIC S9(8)V99 COMP-3 VALUE ZERO.
       01  WS-Amount-Edited            PIC $$$$,$$9.99-.
       01  WS-Cash-Edited              PIC $$$$,$$9.99-.
       01  WS-Check-Edited             PIC $$$$,$$9.99-.
       01  WS-Card-Edited              PIC $$$$,$$9.99-.
       01  WS-Deposit-Edited           PIC $$$$,$$9.99-.
       01  WS-Over-Short-Edited        PIC $$$$,$$9.99-.
       01  WS-Status-Word              PIC X(10)   VALUE SPACES.
       01  WS-Tender-Word              PIC X(5)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====CASHIER CLOSE-OUT====".
            MOVE 0 TO RETURN-CODE.
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset the session
      *>   switch so a second session doesn't exit immediately
            MOVE "Y" TO WS-More-Transactions.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM OPEN-FOR-CLOSEOUT.
            IF RETURN-CODE = 0
                PERFORM CLOSEOUT-ONE-ACTION
                    UNTIL NOT More-Transactions
                CLOSE DrawerFile
                CLOSE CashJournalFile
            END-IF.
            GOBACK.

       OPEN-FOR-CLOSEOUT.
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
               EXIT PARAGRAPH
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
               CLOSE DrawerFile
           END-IF.

       CLOSEOUT-ONE-ACTION.
           DISPLAY "Action - (R)eport drawers, (D)etail one drawer, "
                   "re(C)oncile a deposit: " WITH NO ADVANCING.
           ACCEPT WS-Close-Action.
           EVALUATE TRUE
               WHEN Action-Report
                   PERFORM KEY-CLOSE-DATE
                   PERFORM REPORT-DRAWERS
               WHEN Action-Detail
                   PERFORM KEY-CLOSE-DATE
                   PERFORM KEY-CLOSE-OPERATOR
                   PERFORM DETAIL-ONE-DRAWER
               WHEN Action-Reconcile
                   PERFORM RECONCILE-DRAWER
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Another close-out action (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       KEY-CLOSE-DATE.
           DISPLAY "Business date YYYYMMDD (blank = today): "
               WITH NO ADVANCING.
           ACCEPT WS-Date-In.
           IF WS-Date-In = SPACES
               MOVE WS-Today TO WS-Close-Date
           ELSE
               IF WS-Date-In IS NUMERIC
                   MOVE WS-Date-In TO WS-Close-Date
               ELSE
                   DISPLAY "  *** date not numeric, using today ***"
                   MOVE WS-Today TO WS-Close-Date
               END-IF
           END-IF.

       KEY-CLOSE-OPERATOR.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT WS-Close-Operator.

       REPORT-DRAWERS.
      *>   every drawer opened on the date, in operator order, with
      *>   the day's takings by tender at the foot
           INITIALIZE WS-Day-Totals.
           MOVE ZERO TO WS-Drawer-Count.
           MOVE "N"  TO WS-Scan-SW.
           MOVE WS-Close-Date TO DR-Date.
           MOVE LOW-VALUES    TO DR-Operator.
           START DrawerFile KEY IS NOT LESS THAN DR-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           DISPLAY " ".
           DISPLAY "  Drawers for business date " WS-Close-Date.
           DISPLAY "  ----------------------------------------"
                   "--------------------".
           PERFORM UNTIL Scan-Done
               READ DrawerFile NEXT RECORD
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       IF DR-Date = WS-Close-Date
                           PERFORM PRINT-ONE-DRAWER
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Drawer-Count = ZERO
               DISPLAY "  no payments were taken on " WS-Close-Date
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Day-Cash-Total    TO WS-Cash-Edited.
           MOVE WS-Day-Check-Total   TO WS-Check-Edited.
           MOVE WS-Day-Card-Total    TO WS-Card-Edited.
           MOVE WS-Day-Deposit-Total TO WS-Deposit-Edited.
           MOVE WS-Day-Over-Short    TO WS-Over-Short-Edited.
           DISPLAY "  ----------------------------------------"
                   "--------------------".
           DISPLAY "  " WS-Drawer-Count " drawer(s), "
                   WS-Day-Payment-Count " payment(s)".
           DISPLAY "    cash   " WS-Cash-Edited
                   "   check  " WS-Check-Edited
                   "   card   " WS-Card-Edited.
           DISPLAY "    deposited (reconciled drawers) "
                   WS-Deposit-Edited
                   "   over/short " WS-Over-Short-Edited.

       PRINT-ONE-DRAWER.
           ADD 1 TO WS-Drawer-Count.
           ADD DR-Payment-Count TO WS-Day-Payment-Count.
           ADD DR-Cash-Total    TO WS-Day-Cash-Total.
           ADD DR-Check-Total   TO WS-Day-Check-Total.
           ADD DR-Card-Total    TO WS-Day-Card-Total.
           COMPUTE WS-Drawer-Total =
               DR-Cash-Total + DR-Check-Total + DR-Card-Total.
           IF DR-Reconciled
               MOVE "RECONCILED" TO WS-Status-Word
               ADD DR-Deposit-Total TO WS-Day-Deposit-Total
               ADD DR-Over-Short    TO WS-Day-Over-Short
           ELSE
               MOVE "OPEN"       TO WS-Status-Word
           END-IF.
           MOVE WS-Drawer-Total TO WS-Amount-Edited.
           DISPLAY "  " DR-Operator "  " WS-Status-Word "  "
                   DR-Payment-Count " payment(s) totalling "
                   WS-Amount-Edited.
           MOVE DR-Cash-Total   TO WS-Cash-Edited.
           MOVE DR-Check-Total  TO WS-Check-Edited.
           MOVE DR-Card-Total   TO WS-Card-Edited.
           DISPLAY "      cash  " DR-Cash-Count " " WS-Cash-Edited
                   "  check " DR-Check-Count " " WS-Check-Edited.
           DISPLAY "      card  " DR-Card-Count " " WS-Card-Edited.
           IF DR-Reconciled
               MOVE DR-Deposit-Total TO WS-Deposit-Edited
               MOVE DR-Over-Short    TO WS-Over-Short-Edited
               DISPLAY "      deposit slip " WS-Deposit-Edited
                       "  over/short " WS-Over-Short-Edited
                       "  by " DR-Reconciled-By
                       " on " DR-Reconciled-Date
           END-IF.

       DETAIL-ONE-DRAWER.
      *>   the journal lines behind one drawer, in the order taken
           MOVE ZERO TO WS-Line-Count.
           MOVE "N"  TO WS-Scan-SW.
           MOVE WS-Close-Date     TO CJ-Date.
           MOVE WS-Close-Operator TO CJ-Operator.
           MOVE ZERO              TO CJ-Seq.
           START CashJournalFile KEY IS NOT LESS THAN CJ-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           DISPLAY " ".
           DISPLAY "  Payments taken by " WS-Close-Operator
                   " on " WS-Close-Date.
           PERFORM UNTIL Scan-Done
               READ CashJournalFile NEXT RECORD
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       IF CJ-Date = WS-Close-Date
                          AND CJ-Operator = WS-Close-Operator
                           PERFORM PRINT-ONE-JOURNAL-LINE
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Line-Count = ZERO
               DISPLAY "  no payments on file for that drawer."
           ELSE
               DISPLAY "  " WS-Line-Count " payment(s) listed."
           END-IF.

       PRINT-ONE-JOURNAL-LINE.
           ADD 1 TO WS-Line-Count.
           EVALUATE TRUE
               WHEN CJ-Cash
                   MOVE "CASH"  TO WS-Tender-Word
               WHEN CJ-Check
                   MOVE "CHECK" TO WS-Tender-Word
               WHEN CJ-Card
                   MOVE "CARD"  TO WS-Tender-Word
               WHEN OTHER
                   MOVE "?"     TO WS-Tender-Word
           END-EVALUATE.
           MOVE CJ-Amount TO WS-Amount-Edited.
           DISPLAY "  " CJ-Seq "  " CJ-Time(1:6) "  StuID " CJ-StuID
                   "/" CJ-Ledger-Seq "  " WS-Tender-Word " "
                   WS-Amount-Edited "  " CJ-Reference.

       RECONCILE-DRAWER.
      *>   closing a drawer fixes its over/short for good and stops
      *>   any further payment being taken into it - supervisor only
           IF NOT Role-Supervisor
               DISPLAY "  *** drawer reconciliation is restricted to "
                       "the supervisor role ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM KEY-CLOSE-DATE.
           PERFORM KEY-CLOSE-OPERATOR.
           MOVE WS-Close-Date     TO DR-Date.
           MOVE WS-Close-Operator TO DR-Operator.
           READ DrawerFile
               INVALID KEY
                   DISPLAY "  *** no drawer for " WS-Close-Operator
                           " on " WS-Close-Date " ***"
                   EXIT PARAGRAPH
           END-READ.
           IF DR-Reconciled
               DISPLAY "  *** drawer already reconciled by "
                       DR-Reconciled-By " on " DR-Reconciled-Date
                       " ***"
               MOVE "WS-Close-Operator"     TO WS-ErrLog-Field
               MOVE "9029"                  TO WS-ErrLog-Reason-Code
               MOVE "cashier drawer already reconciled"
                                            TO WS-ErrLog-Text
               PERFORM LOG-CLOSEOUT-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRINT-ONE-DRAWER.
           DISPLAY "Deposit slip total: " WITH NO ADVANCING.
           ACCEPT WS-Deposit-In.
           IF WS-Deposit-In = SPACES
               DISPLAY "  *** no deposit keyed - drawer left open ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE DrawerRecord TO WS-Audit-Before.
           COMPUTE DR-Deposit-Total = FUNCTION NUMVAL(WS-Deposit-In).
           COMPUTE DR-Over-Short = DR-Deposit-Total
               - (DR-Cash-Total + DR-Check-Total + DR-Card-Total).
           MOVE DR-Deposit-Total TO WS-Deposit-Edited.
           MOVE DR-Over-Short    TO WS-Over-Short-Edited.
           DISPLAY "  deposit " WS-Deposit-Edited
                   "  over/short " WS-Over-Short-Edited.
           DISPLAY "Reconcile and close this drawer (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF NOT Operator-Confirms
               DISPLAY "  drawer left open."
               EXIT PARAGRAPH
           END-IF.
           SET DR-Reconciled TO TRUE.
           MOVE WS-Operator-ID TO DR-Reconciled-By.
           MOVE WS-Today       TO DR-Reconciled-Date.
           REWRITE DrawerRecord
               INVALID KEY
                   DISPLAY "  *** unable to close the drawer, status "
                           WS-Drawer-Status " ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "  drawer for " DR-Operator " on " DR-Date
                           " reconciled."
                   MOVE ZERO          TO WS-Audit-StuID
                   MOVE "DRWREC"      TO WS-Audit-Action
                   MOVE DrawerRecord  TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       LOG-CLOSEOUT-ERROR.
           MOVE "MD-BASICS-CASHIER-CL" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-cashier-close.
