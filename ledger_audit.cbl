      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Bad-debt write-offs are totalled apart from the
      *             other credits, and referred and written-off
      *             accounts are listed in their own section.
      * 2026-10-15  Returned-check reversals ("N") foot on the debit
      *             side.
      * 2026-10-15  Aid returned to its fund on withdrawal ("F") foots
      *             on the debit side.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-ledger-audit.
       01  WS-Refooted-Edited          PIC $$$$,$$9.99-.
       01  WS-Total-Edited             PIC $$$,$$$,$$9.99.

      *>   accounts referred to the collection agency or written off
      *>   are listed after the footing, with their own totals
       01  WS-Group-Collect-Status     PIC X       VALUE SPACE.
           88  Group-Referred                      VALUE "R".
           88  Group-In-Collections                VALUE "R", "W".
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Group-Written-Off==
                               ==MONEY-PIC== BY ==S9(7)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-WriteOff-Total==
                               ==MONEY-PIC== BY ==S9(9)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Referred-Total==
                               ==MONEY-PIC== BY ==S9(9)V99==.
       01  WS-Referred-Count           PIC 9(5)    VALUE ZERO.
       01  WS-WrittenOff-Count         PIC 9(5)    VALUE ZERO.
       01  WS-Collect-Count            PIC 9(4)    VALUE ZERO.
       01  WS-Collect-Table.
           02  WS-Collect-Row OCCURS 1000 TIMES.
               03  COL-StuID           PIC 9(5).
               03  COL-Status          PIC X.
               03  COL-Balance         PIC S9(7)V99 COMP-3.
               03  COL-Written-Off     PIC S9(7)V99 COMP-3.
       01  WS-Collect-Sub              PIC 9(4)    VALUE ZERO.
       01  WS-Collect-Trunc-SW         PIC X       VALUE "N".
           88  Collect-List-Truncated              VALUE "Y".
       01  WS-Collect-Name             PIC X(11)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====LEDGER TRIAL BALANCE====".
            MOVE ZERO TO WS-Finding-Count.
            MOVE ZERO TO WS-Debit-Total.
            MOVE ZERO TO WS-Credit-Total.
            MOVE ZERO TO WS-WriteOff-Total.
            MOVE ZERO TO WS-Referred-Total.
            MOVE ZERO TO WS-Referred-Count.
            MOVE ZERO TO WS-WrittenOff-Count.
            MOVE ZERO TO WS-Collect-Count.
            MOVE "N"  TO WS-Collect-Trunc-SW.
            OPEN INPUT AccountsFile.
            IF FS-Account-File-Missing
                DISPLAY "  no accounts on file - nothing to foot."
                    WS-Total-Edited WITH NO ADVANCING.
            MOVE WS-Credit-Total TO WS-Total-Edited.
            DISPLAY ", credits " WS-Total-Edited ".".
            MOVE WS-WriteOff-Total TO WS-Total-Edited.
            DISPLAY "  of the credits, bad debt written off "
                    WS-Total-Edited ".".
            IF WS-Finding-Count > ZERO
                DISPLAY "  *** " WS-Finding-Count " account(s) do "
                        "not foot - see above ***"
                DISPLAY "  every account foots to its summary "
                        "balance."
            END-IF.
            PERFORM PRINT-COLLECTIONS-SECTION.
            GOBACK.

       READ-ACCOUNTS-LOOP.
           MOVE AC-StuID   TO WS-Group-StuID.
           MOVE AC-Balance TO WS-Stored-Balance.
           MOVE ZERO       TO WS-Refooted-Balance.
           MOVE AC-Collect-Status TO WS-Group-Collect-Status.
           MOVE ZERO       TO WS-Group-Written-Off.

       ADD-ONE-TRANSACTION.
      *>   charges, refund-check disbursements, returned-check
      *>   reversals and aid returned to its fund up, payments,
      *>   refund credits, aid and write-offs down - exactly the
      *>   arithmetic the posting routine applies one transaction at
      *>   a time
           IF AC-Charge OR AC-Disbursement OR AC-Returned-Payment
              OR AC-Aid-Returned
               ADD AC-Amount TO WS-Refooted-Balance
               ADD AC-Amount TO WS-Debit-Total
           ELSE
               SUBTRACT AC-Amount FROM WS-Refooted-Balance
               ADD AC-Amount TO WS-Credit-Total
               IF AC-Write-Off
                   ADD AC-Amount TO WS-WriteOff-Total
                   ADD AC-Amount TO WS-Group-Written-Off
               END-IF
           END-IF.

       FOOT-ONE-ACCOUNT.
           MOVE "N" TO WS-Group-Open-SW.
           IF Group-In-Collections
               PERFORM KEEP-COLLECTIONS-ACCOUNT
           END-IF.
           IF WS-Refooted-Balance = WS-Stored-Balance
               EXIT PARAGRAPH
           END-IF.
                   WS-Stored-Edited " but the rows re-add to "
                   WS-Refooted-Edited " ***".

       KEEP-COLLECTIONS-ACCOUNT.
           IF WS-Collect-Count >= 1000
               SET Collect-List-Truncated TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Collect-Count.
           MOVE WS-Group-StuID    TO COL-StuID(WS-Collect-Count).
           MOVE WS-Group-Collect-Status
                                  TO COL-Status(WS-Collect-Count).
           MOVE WS-Stored-Balance TO COL-Balance(WS-Collect-Count).
           MOVE WS-Group-Written-Off
                                  TO COL-Written-Off(WS-Collect-Count).

       PRINT-COLLECTIONS-SECTION.
           IF WS-Collect-Count = ZERO
              AND NOT Collect-List-Truncated
               DISPLAY "  no accounts referred or written off."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "REFERRED TO COLLECTIONS AND WRITTEN OFF".
           DISPLAY "STUID  STATUS       BALANCE       WRITTEN OFF".
           PERFORM PRINT-ONE-COLLECTIONS-ROW
               VARYING WS-Collect-Sub FROM 1 BY 1
               UNTIL WS-Collect-Sub > WS-Collect-Count.
           IF Collect-List-Truncated
               DISPLAY "  *** more than 1000 accounts in collections "
                       "- the rest are NOT listed ***"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-Referred-Total TO WS-Total-Edited.
           DISPLAY "  " WS-Referred-Count " referred, balance "
                   WS-Total-Edited "; " WS-WrittenOff-Count
                   " written off.".

       PRINT-ONE-COLLECTIONS-ROW.
           IF COL-Status(WS-Collect-Sub) = "R"
               MOVE "REFERRED   " TO WS-Collect-Name
               ADD 1 TO WS-Referred-Count
               ADD COL-Balance(WS-Collect-Sub) TO WS-Referred-Total
           ELSE
               MOVE "WRITTEN OFF" TO WS-Collect-Name
               ADD 1 TO WS-WrittenOff-Count
           END-IF.
           MOVE COL-Balance(WS-Collect-Sub)     TO WS-Stored-Edited.
           MOVE COL-Written-Off(WS-Collect-Sub) TO WS-Refooted-Edited.
           DISPLAY COL-StuID(WS-Collect-Sub) "  " WS-Collect-Name
                   "  " WS-Stored-Edited "  " WS-Refooted-Edited.

       END PROGRAM md-basics-ledger-audit.
