      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Late fees and finance charges carried on each
      *             account are shown in their own column and totalled
      *             at the foot of the report.
      * 2026-10-15  Accounts referred to the collection agency or
      *             written off are kept out of the buckets and listed
      *             in their own section with their own totals.
      * 2026-10-15  A returned-check reversal takes its payment's
      *             credit back before the account is aged.
      * 2026-10-15  Aid returned to its fund on withdrawal ("F") takes
      *             its credit back like a returned check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-aged-receivables.
       01  WS-Group-StuID              PIC 9(5)    VALUE ZERO.
       01  WS-Group-Open-SW            PIC X       VALUE "N".
           88  Group-In-Hand                       VALUE "Y".
       01  WS-Group-Collect-Status     PIC X       VALUE SPACE.
           88  Group-Referred                      VALUE "R".
           88  Group-Written-Off                   VALUE "W".
           88  Group-In-Collections                VALUE "R", "W".
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Group-Written-Off==
                               ==MONEY-PIC== BY ==S9(7)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Group-Balance==
                               ==MONEY-PIC== BY ==S9(7)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Group-Fees==
                               ==MONEY-PIC== BY ==S9(7)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Fees-Total==
                               ==MONEY-PIC== BY ==S9(9)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Credits-Total==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Charge-Running==
               03  BKT-Total           PIC S9(9)V99 COMP-3.
       01  WS-Debtor-Count             PIC 9(5)    VALUE ZERO.
       01  WS-Balance-Edited           PIC $$$$,$$9.99.
       01  WS-Fees-Edited              PIC $$$,$$9.99.
       01  WS-Total-Edited             PIC $$$,$$$,$$9.99.
       01  WS-Bucket-Name              PIC X(8)    VALUE SPACES.

      *>   referred and written-off accounts are held back from the
      *>   buckets and printed as their own section after the totals
       01  WS-Collect-Count            PIC 9(4)    VALUE ZERO.
       01  WS-Collect-Table.
           02  WS-Collect-Row OCCURS 1000 TIMES.
               03  COL-StuID           PIC 9(5).
               03  COL-Status          PIC X.
               03  COL-Balance         PIC S9(7)V99 COMP-3.
               03  COL-Oldest-Date     PIC 9(8).
               03  COL-Written-Off     PIC S9(7)V99 COMP-3.
       01  WS-Collect-Sub              PIC 9(4)    VALUE ZERO.
       01  WS-Collect-Trunc-SW         PIC X       VALUE "N".
           88  Collect-List-Truncated              VALUE "Y".
       01  WS-Referred-Count           PIC 9(5)    VALUE ZERO.
       01  WS-WrittenOff-Count         PIC 9(5)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Referred-Total==
                               ==MONEY-PIC== BY ==S9(9)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-WO-Balance-Total==
                               ==MONEY-PIC== BY ==S9(9)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-WO-Amount-Total==
                               ==MONEY-PIC== BY ==S9(9)V99==.
       01  WS-Collect-Name             PIC X(11)   VALUE SPACES.
       01  WS-WO-Edited                PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====AGED RECEIVABLES REPORT====".
            MOVE "N"  TO WS-EOF-SW.
            MOVE "N"  TO WS-Group-Open-SW.
            MOVE ZERO TO WS-Debtor-Count.
            MOVE ZERO TO WS-Fees-Total.
            MOVE ZERO TO WS-Collect-Count.
            MOVE "N"  TO WS-Collect-Trunc-SW.
            PERFORM CLEAR-ONE-BUCKET
                VARYING WS-Bucket-Sub FROM 1 BY 1
                UNTIL WS-Bucket-Sub > 4.
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "STUID  BALANCE      OLDEST    BUCKET    "
                    "LATE/FIN".
            DISPLAY "-----  -----------  --------  --------  "
                    "----------".
            PERFORM READ-ACCOUNTS-LOOP UNTIL EndOfAccounts.
            IF Group-In-Hand
                PERFORM AGE-ONE-ACCOUNT
            PERFORM PRINT-BUCKET-TOTALS.
            DISPLAY "  " WS-Debtor-Count " account(s) carry a debit "
                    "balance.".
            PERFORM PRINT-COLLECTIONS-SECTION.
            GOBACK.

       CLEAR-ONE-BUCKET.
           SET Group-In-Hand TO TRUE.
           MOVE AC-StuID    TO WS-Group-StuID.
           MOVE AC-Balance  TO WS-Group-Balance.
           MOVE AC-Collect-Status TO WS-Group-Collect-Status.
           MOVE ZERO        TO WS-Group-Written-Off.
           MOVE ZERO        TO WS-Credits-Total.
           MOVE ZERO        TO WS-Group-Fees.
           MOVE ZERO        TO WS-Charge-Count.
           MOVE "N"         TO WS-Charge-Trunc-SW.

      *>   to age nor a credit to apply, so it stays out of both.
           EVALUATE TRUE
               WHEN AC-Charge
      *>           late fees and finance charges age like any charge
      *>           but are also shown on their own, so collections
      *>           can see what the penalties add to the debt
                   IF AC-Reference(1:5) = "LATE-"
                      OR AC-Reference(1:5) = "FINC-"
                       ADD AC-Amount TO WS-Group-Fees
                   END-IF
                   IF WS-Charge-Count < 200
                       ADD 1 TO WS-Charge-Count
                       MOVE AC-Date   TO CHG-Date(WS-Charge-Count)
                   END-IF
               WHEN AC-Disbursement
                   CONTINUE
               WHEN AC-Returned-Payment OR AC-Aid-Returned
      *>           the bounced check's or returned aid's credit is
      *>           taken back, so the charges it had covered are
      *>           unpaid again
                   SUBTRACT AC-Amount FROM WS-Credits-Total
               WHEN AC-Write-Off
      *>           a write-off clears charges like any credit but is
      *>           reported as bad debt, not as money received
                   ADD AC-Amount TO WS-Credits-Total
                   ADD AC-Amount TO WS-Group-Written-Off
               WHEN OTHER
                   ADD AC-Amount TO WS-Credits-Total
           END-EVALUATE.
      *>   total credits to its charges oldest-first - the first
      *>   charge the credits do not fully cover sets the age
           MOVE "N" TO WS-Group-Open-SW.
           IF Group-In-Collections
               PERFORM HOLD-COLLECTIONS-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-Group-Balance <= ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Debtor-Count.
           PERFORM FIND-OLDEST-CHARGE-DATE.
           PERFORM BUCKET-THIS-ACCOUNT.

       FIND-OLDEST-CHARGE-DATE.
           MOVE "N"  TO WS-Oldest-Found-SW.
           MOVE ZERO TO WS-Charge-Running.
           MOVE WS-Today TO WS-Oldest-Date.
               VARYING WS-Charge-Sub FROM 1 BY 1
               UNTIL WS-Charge-Sub > WS-Charge-Count
                  OR Oldest-Charge-Found.

       HOLD-COLLECTIONS-ACCOUNT.
      *>   the agency is working it or the debt is gone - either way
      *>   it is not a receivable the office is still chasing
           IF WS-Collect-Count >= 1000
               SET Collect-List-Truncated TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Collect-Count.
           MOVE WS-Group-StuID TO COL-StuID(WS-Collect-Count).
           MOVE WS-Group-Collect-Status
                               TO COL-Status(WS-Collect-Count).
           MOVE WS-Group-Balance TO COL-Balance(WS-Collect-Count).
           MOVE WS-Group-Written-Off
                               TO COL-Written-Off(WS-Collect-Count).
           IF WS-Group-Balance > ZERO
               PERFORM FIND-OLDEST-CHARGE-DATE
               MOVE WS-Oldest-Date TO COL-Oldest-Date(WS-Collect-Count)
           ELSE
               MOVE ZERO TO COL-Oldest-Date(WS-Collect-Count)
           END-IF.

       FIND-OLDEST-UNPAID.
           ADD CHG-Amount(WS-Charge-Sub) TO WS-Charge-Running.
           ADD 1 TO BKT-Count(WS-Bucket-Sub).
           ADD WS-Group-Balance TO BKT-Total(WS-Bucket-Sub).
           MOVE WS-Group-Balance TO WS-Balance-Edited.
           ADD WS-Group-Fees TO WS-Fees-Total.
           MOVE WS-Group-Fees TO WS-Fees-Edited.
           DISPLAY WS-Group-StuID "  " WS-Balance-Edited "  "
                   WS-Oldest-Date "  " WS-Bucket-Name "  "
                   WS-Fees-Edited.
           IF Charge-List-Truncated
               DISPLAY "       *** more than 200 charges - rows "
                       "past the table were NOT aged, bucket is "
           DISPLAY "60 DAYS   " BKT-Count(3) "  " WS-Total-Edited.
           MOVE BKT-Total(4) TO WS-Total-Edited.
           DISPLAY "90+ DAYS  " BKT-Count(4) "  " WS-Total-Edited.
           MOVE WS-Fees-Total TO WS-Total-Edited.
           DISPLAY "LATE FEES AND FINANCE CHARGES ON FILE: "
                   WS-Total-Edited.

       PRINT-COLLECTIONS-SECTION.
           MOVE ZERO TO WS-Referred-Count.
           MOVE ZERO TO WS-WrittenOff-Count.
           MOVE ZERO TO WS-Referred-Total.
           MOVE ZERO TO WS-WO-Balance-Total.
           MOVE ZERO TO WS-WO-Amount-Total.
           DISPLAY " ".
           DISPLAY "REFERRED TO COLLECTIONS AND WRITTEN OFF".
           DISPLAY "STUID  STATUS       BALANCE      OLDEST    "
                   "WRITTEN OFF".
           DISPLAY "-----  -----------  -----------  --------  "
                   "-----------".
           PERFORM PRINT-ONE-COLLECTIONS-ROW
               VARYING WS-Collect-Sub FROM 1 BY 1
               UNTIL WS-Collect-Sub > WS-Collect-Count.
           IF Collect-List-Truncated
               DISPLAY "  *** more than 1000 accounts in collections "
                       "- the rest are NOT listed or totalled ***"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-Referred-Total TO WS-Total-Edited.
           DISPLAY "REFERRED     " WS-Referred-Count "  balance "
                   WS-Total-Edited.
           MOVE WS-WO-Balance-Total TO WS-Total-Edited.
           DISPLAY "WRITTEN OFF  " WS-WrittenOff-Count "  balance "
                   WS-Total-Edited.
           MOVE WS-WO-Amount-Total TO WS-Total-Edited.
           DISPLAY "BAD DEBT WRITTEN OFF ON FILE: " WS-Total-Edited.

       PRINT-ONE-COLLECTIONS-ROW.
           IF COL-Status(WS-Collect-Sub) = "R"
               MOVE "REFERRED   " TO WS-Collect-Name
               ADD 1 TO WS-Referred-Count
               ADD COL-Balance(WS-Collect-Sub) TO WS-Referred-Total
           ELSE
               MOVE "WRITTEN OFF" TO WS-Collect-Name
               ADD 1 TO WS-WrittenOff-Count
               ADD COL-Balance(WS-Collect-Sub) TO WS-WO-Balance-Total
           END-IF.
           ADD COL-Written-Off(WS-Collect-Sub) TO WS-WO-Amount-Total.
           MOVE COL-Balance(WS-Collect-Sub)     TO WS-Balance-Edited.
           MOVE COL-Written-Off(WS-Collect-Sub) TO WS-WO-Edited.
           DISPLAY COL-StuID(WS-Collect-Sub) "  " WS-Collect-Name
                   "  " WS-Balance-Edited "  "
                   COL-Oldest-Date(WS-Collect-Sub) "  " WS-WO-Edited.

       END PROGRAM md-basics-aged-receivables.
