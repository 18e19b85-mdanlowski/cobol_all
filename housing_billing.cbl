      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Housing billing for a term. Each assignment is charged the bed's
      * term rate prorated by the days occupied; only the difference
      * from what the assignment was charged before posts, as a charge
      * or a credit under HOUS-<term>, so a rerun posts nothing and a
      * move-out becomes a prorated credit.
      * 2026-10-15  A housing.dat rewrite that fails after the charge
      *             has posted is logged to error.log under reason 9050
      *             and ends the run with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-housing-billing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY TERM-SEL.
       COPY HALLBED-SEL.
       COPY HOUSING-SEL.
       COPY ACCOUNT-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY TERM-FD.
       COPY HALLBED-FD.
       COPY HOUSING-FD.
       COPY ACCOUNT-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY TERM-WS.
       COPY HALLBED-WS.
       COPY HOUSING-WS.
       COPY ACCOUNT-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-Housing-EOF-SW           PIC X       VALUE "N".
           88  EndOfHousing                        VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Billing-Term             PIC X(6)    VALUE SPACES.
       01  WS-Housing-Reference        PIC X(12)   VALUE SPACES.

      *>   a stay is charged by the day: the bed's term rate times the
      *>   days occupied over the days in the term, counting both the
      *>   move-in and the move-out day
       01  WS-Term-Start-Int           PIC 9(7)    VALUE ZERO.
       01  WS-Term-End-Int             PIC 9(7)    VALUE ZERO.
       01  WS-Term-Days                PIC 9(5)    VALUE ZERO.
       01  WS-Stay-From                PIC 9(8)    VALUE ZERO.
       01  WS-Stay-To                  PIC 9(8)    VALUE ZERO.
       01  WS-Stay-Days                PIC S9(5)   VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Housing-Due==
                               ==MONEY-PIC== BY ==S9(5)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Housing-Change==
                               ==MONEY-PIC== BY ==S9(5)V99==.

       01  WS-Charge-Count             PIC 9(5)    VALUE ZERO.
       01  WS-Credit-Count             PIC 9(5)    VALUE ZERO.
       01  WS-Unchanged-Count          PIC 9(5)    VALUE ZERO.
       01  WS-Error-Count              PIC 9(5)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Charge-Total==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Credit-Total==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Amount-Edited            PIC $$$,$$9.99.
       01  WS-Total-Edited             PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====HOUSING BILLING RUN====".
      *>   this program runs once per CALL - reset the EOF switch and
      *>   the totals so a rerun starts clean. What each assignment
      *>   has already been charged is kept on housing.dat, so a
      *>   rerun posts only the difference and never charges twice.
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Housing-EOF-SW.
            MOVE ZERO TO WS-Charge-Count.
            MOVE ZERO TO WS-Credit-Count.
            MOVE ZERO TO WS-Unchanged-Count.
            MOVE ZERO TO WS-Error-Count.
            MOVE ZERO TO WS-Charge-Total.
            MOVE ZERO TO WS-Credit-Total.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Term to bill: " WITH NO ADVANCING.
            ACCEPT WS-Billing-Term.
            OPEN INPUT TermsFile.
            IF NOT FS-Term-OK
                DISPLAY "  *** unable to open terms.dat, status "
                        WS-Term-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WS-Billing-Term TO TM-Code.
            READ TermsFile
                INVALID KEY
                    DISPLAY "  *** term " WS-Billing-Term
                            " is not on the term master ***"
                    MOVE 8 TO RETURN-CODE
            END-READ.
            CLOSE TermsFile.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            OPEN I-O HousingFile.
            IF FS-Housing-File-Missing
                DISPLAY "  no housing assignments on file - nothing "
                        "to bill."
                GOBACK
            END-IF.
            IF NOT FS-Housing-OK
                DISPLAY "  *** unable to open housing.dat, status "
                        WS-Housing-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT HallBedFile.
            IF NOT FS-HallBed-OK
                DISPLAY "  *** unable to open hallbeds.dat, status "
                        WS-HallBed-Status " ***"
                MOVE 8 TO RETURN-CODE
                CLOSE HousingFile
                GOBACK
            END-IF.
            OPEN I-O AccountsFile.
            IF FS-Account-File-Missing
                OPEN OUTPUT AccountsFile
                CLOSE AccountsFile
                OPEN I-O AccountsFile
            END-IF.
            IF NOT FS-Account-OK
                DISPLAY "  *** unable to open accounts.dat, status "
                        WS-Account-Status " ***"
                MOVE 8 TO RETURN-CODE
                CLOSE HousingFile
                CLOSE HallBedFile
                GOBACK
            END-IF.
            MOVE SPACES TO WS-Housing-Reference.
            STRING "HOUS-" WS-Billing-Term DELIMITED BY SIZE
                INTO WS-Housing-Reference
            END-STRING.
            COMPUTE WS-Term-Start-Int =
                FUNCTION INTEGER-OF-DATE(TM-Start-Date).
            COMPUTE WS-Term-End-Int =
                FUNCTION INTEGER-OF-DATE(TM-End-Date).
            COMPUTE WS-Term-Days =
                WS-Term-End-Int - WS-Term-Start-Int + 1.
            MOVE WS-Billing-Term TO HA-Term.
            MOVE ZERO            TO HA-StuID.
            START HousingFile KEY IS NOT LESS THAN HA-Key
                INVALID KEY
                    SET EndOfHousing TO TRUE
            END-START.
            PERFORM READ-HOUSING-LOOP UNTIL EndOfHousing.
            CLOSE HousingFile.
            CLOSE HallBedFile.
            CLOSE AccountsFile.
            MOVE WS-Charge-Total TO WS-Total-Edited.
            DISPLAY "  " WS-Charge-Count " housing charge(s) posted, "
                    "total " WS-Total-Edited.
            MOVE WS-Credit-Total TO WS-Total-Edited.
            DISPLAY "  " WS-Credit-Count " move-out credit(s) posted, "
                    "total " WS-Total-Edited.
            DISPLAY "  " WS-Unchanged-Count " assignment(s) already "
                    "billed to date.".
            IF WS-Error-Count > ZERO
                DISPLAY "  *** " WS-Error-Count " assignment(s) not "
                        "billed - see the error log ***"
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

       READ-HOUSING-LOOP.
           READ HousingFile NEXT RECORD
               AT END
                   SET EndOfHousing TO TRUE
               NOT AT END
                   IF HA-Term NOT = WS-Billing-Term
                       SET EndOfHousing TO TRUE
                   ELSE
                       PERFORM BILL-ONE-ASSIGNMENT
                   END-IF
           END-READ.

       BILL-ONE-ASSIGNMENT.
           MOVE HA-Bed-Key TO HB-Key.
           READ HallBedFile
               INVALID KEY
                   DISPLAY "  *** StuID " HA-StuID " is assigned to "
                           "bed " HA-Hall " " HA-Room "-" HA-Bed
                           " which is not on the bed master ***"
                   MOVE "HA-BED-KEY" TO WS-ErrLog-Field
                   MOVE "9037"       TO WS-ErrLog-Reason-Code
                   MOVE "bed not on master, housing not billed"
                       TO WS-ErrLog-Text
                   PERFORM LOG-HOUSING-ERROR
                   EXIT PARAGRAPH
           END-READ.
           PERFORM COMPUTE-HOUSING-DUE.
      *>   a move-out since the last run, or a corrected bed rate,
      *>   leaves the stay owing less (or more) than already charged -
      *>   only the difference posts, as a credit or a charge
           COMPUTE WS-Housing-Change =
               WS-Housing-Due - HA-Billed-Amount.
           IF WS-Housing-Change = ZERO
               ADD 1 TO WS-Unchanged-Count
               EXIT PARAGRAPH
           END-IF.
           MOVE HA-StuID             TO WS-Post-StuID.
           MOVE WS-Housing-Reference TO WS-Post-Reference.
           IF WS-Housing-Change > ZERO
               MOVE "C"               TO WS-Post-Tran-Type
               MOVE WS-Housing-Change TO WS-Post-Amount
           ELSE
               MOVE "R"               TO WS-Post-Tran-Type
               COMPUTE WS-Post-Amount = ZERO - WS-Housing-Change
           END-IF.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF NOT Post-Ok
               MOVE "AC-KEY" TO WS-ErrLog-Field
               MOVE "9012"   TO WS-ErrLog-Reason-Code
               MOVE "housing charge not posted to account ledger"
                   TO WS-ErrLog-Text
               PERFORM LOG-HOUSING-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE HA-StuID      TO WS-Audit-StuID.
           IF WS-Housing-Change > ZERO
               MOVE "CHARGE"  TO WS-Audit-Action
               ADD 1              TO WS-Charge-Count
               ADD WS-Post-Amount TO WS-Charge-Total
           ELSE
               MOVE "REFUND"  TO WS-Audit-Action
               ADD 1              TO WS-Credit-Count
               ADD WS-Post-Amount TO WS-Credit-Total
           END-IF.
           MOVE SPACES        TO WS-Audit-Before.
           MOVE AccountRecord TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.
           MOVE WS-Post-Amount TO WS-Amount-Edited.
           DISPLAY "  StuID " HA-StuID "  " HA-Hall " " HA-Room "-"
                   HA-Bed "  " WS-Stay-Days " of " WS-Term-Days
                   " day(s)  " WS-Post-Tran-Type " " WS-Amount-Edited.
           MOVE WS-Housing-Due TO HA-Billed-Amount.
           MOVE WS-Today       TO HA-Billed-Date.
      *>   the charge is already on the ledger - a row left unmarked
      *>   would post the same difference again on the next run, so it
      *>   is logged for the bursar and the run ends in failure
           REWRITE HousingRecord
               INVALID KEY
                   DISPLAY "  *** unable to mark StuID " HA-StuID
                           " billed, status " WS-Housing-Status " ***"
                   MOVE "HA-Billed-Amount" TO WS-ErrLog-Field
                   MOVE "9050"             TO WS-ErrLog-Reason-Code
                   MOVE "charge posted, housing.dat not updated"
                       TO WS-ErrLog-Text
                   PERFORM LOG-HOUSING-ERROR
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       COMPUTE-HOUSING-DUE.
      *>   the stay runs from move-in (never before the term starts)
      *>   to move-out, or to the end of term while still in residence
           IF HA-Move-In-Date > TM-Start-Date
               MOVE HA-Move-In-Date TO WS-Stay-From
           ELSE
               MOVE TM-Start-Date   TO WS-Stay-From
           END-IF.
           IF HA-Move-Out-Date = ZERO
              OR HA-Move-Out-Date > TM-End-Date
               MOVE TM-End-Date      TO WS-Stay-To
           ELSE
               MOVE HA-Move-Out-Date TO WS-Stay-To
           END-IF.
           COMPUTE WS-Stay-Days =
               FUNCTION INTEGER-OF-DATE(WS-Stay-To)
             - FUNCTION INTEGER-OF-DATE(WS-Stay-From) + 1.
           IF WS-Stay-Days < ZERO
               MOVE ZERO TO WS-Stay-Days
           END-IF.
           IF WS-Stay-Days >= WS-Term-Days
               MOVE WS-Term-Days TO WS-Stay-Days
               MOVE HB-Term-Rate TO WS-Housing-Due
           ELSE
               COMPUTE WS-Housing-Due ROUNDED =
                   HB-Term-Rate * WS-Stay-Days / WS-Term-Days
           END-IF.

       LOG-HOUSING-ERROR.
           ADD 1 TO WS-Error-Count.
           MOVE "MD-BASICS-HOUSING-BILLING" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.

       COPY ACCOUNT-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-housing-billing.
