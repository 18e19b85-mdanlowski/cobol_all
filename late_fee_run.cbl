      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Late-fee and finance-charge assessment. Any charge still owed
      * past its term's grace days is charged the flat late fee once;
      * anything still owed more than 60 days after it posted carries
      * the month's finance charge. Late fees, finance charges and
      * returned-check fees never draw either themselves.
      * Referred and written-off accounts are left alone.
      * 2026-10-15  Accounts referred to the collection agency or
      *             written off are no longer assessed.
      * 2026-10-15  A returned-check reversal takes its payment's
      *             credit back before the account is assessed.
      * 2026-10-15  Aid returned to its fund on withdrawal ("F") takes
      *             its credit back like a returned check.
      * 2026-10-15  Late fees, finance charges and returned-check fees
      *             no longer count toward the finance charge base. The
      *             grace-period late fee now applies to any other
      *             unpaid charge, under its own term's policy or the
      *             term in progress, due from its post date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-late-fee-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ACCOUNT-SEL.
       COPY FEEPOL-SEL.
       COPY TERM-SEL.
       COPY AUDIT-SEL.
       COPY NOTICE-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCOUNT-FD.
       COPY FEEPOL-FD.
       COPY TERM-FD.
       COPY AUDIT-FD.
       COPY NOTICE-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY ACCOUNT-WS.
       COPY FEEPOL-WS.
       COPY TERM-WS.
       COPY AUDIT-WS.
       COPY NOTICE-WS.
       COPY ERRLOG-WS.
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfAccounts                       VALUE "Y".
       01  WS-Term-EOF-SW              PIC X       VALUE "N".
           88  EndOfTerms                          VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Today-R REDEFINES WS-Today.
           02  WS-Today-YYYYMM         PIC 9(6).
           02  FILLER                  PIC 99.
       01  WS-Today-Int                PIC 9(7)    VALUE ZERO.
       01  WS-Due-Date                 PIC 9(8)    VALUE ZERO.
       01  WS-Due-Int                  PIC 9(7)    VALUE ZERO.
       01  WS-Charge-Int               PIC 9(7)    VALUE ZERO.
       01  WS-Age-Days                 PIC S9(5)   VALUE ZERO.

      *>   the finance charge is an account-level monthly charge, so
      *>   it takes the policy of the term in progress - the latest
      *>   term on the master that has already started
       01  WS-Current-Term             PIC X(6)    VALUE SPACES.
       01  WS-Current-Start            PIC 9(8)    VALUE ZERO.
       01  WS-Finance-Pct              PIC S9V99   COMP-3 VALUE ZERO.
       01  WS-Finance-Reference        PIC X(12)   VALUE SPACES.

      *>   one account at a time: the key order delivers the summary
      *>   row first, then the transactions in posting order, so the
      *>   group is complete when the next summary row (or EOF)
      *>   arrives and can then be assessed
       01  WS-Group-StuID              PIC 9(5)    VALUE ZERO.
       01  WS-Group-Open-SW            PIC X       VALUE "N".
           88  Group-In-Hand                       VALUE "Y".
       01  WS-Group-Collect-Status     PIC X       VALUE SPACE.
           88  Group-In-Collections                VALUE "R", "W".
       01  WS-Finance-Done-SW          PIC X       VALUE "N".
           88  Finance-Already-Charged             VALUE "Y".
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Group-Balance==
                               ==MONEY-PIC== BY ==S9(7)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Credits-Total==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Charge-Running==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Unpaid-Amount==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Finance-Base==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Finance-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       01  WS-Charge-Count             PIC 999     VALUE ZERO.
       01  WS-Charge-Table.
           02  WS-Charge-Row OCCURS 200 TIMES.
               03  CHG-Seq             PIC 999.
               03  CHG-Date            PIC 9(8).
               03  CHG-Amount          PIC S9(6)V99 COMP-3.
               03  CHG-Reference       PIC X(12).
               03  CHG-Late-SW         PIC X.
                   88  CHG-Already-Late            VALUE "Y".
       01  WS-Charge-Sub               PIC 999     VALUE ZERO.
       01  WS-Charge-Trunc-SW          PIC X       VALUE "N".
           88  Charge-List-Truncated               VALUE "Y".
       01  WS-Charge-Term              PIC X(6)    VALUE SPACES.
       01  WS-Penalty-SW               PIC X       VALUE "N".
           88  Charge-Is-Penalty                   VALUE "Y".

      *>   assessments found on the read pass, posted on the second
      *>   pass - posting while the file is being read in key order
      *>   would move the read position out from under the scan
       01  WS-Assess-Count             PIC 9(4)    VALUE ZERO.
       01  WS-Assess-Table.
           02  WS-Assess-Row OCCURS 2000 TIMES.
               03  ASR-Kind            PIC X.
                   88  ASR-Late-Fee                VALUE "L".
                   88  ASR-Finance-Charge          VALUE "F".
               03  ASR-StuID           PIC 9(5).
               03  ASR-Charge-Seq      PIC 999.
               03  ASR-Period          PIC X(6).
               03  ASR-Amount          PIC S9(6)V99 COMP-3.
       01  WS-Assess-Sub               PIC 9(4)    VALUE ZERO.
       01  WS-Assess-Full-SW           PIC X       VALUE "N".
           88  Assess-Table-Full                   VALUE "Y".

       01  WS-Late-Count               PIC 9(5)    VALUE ZERO.
       01  WS-Finance-Count            PIC 9(5)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Late-Total==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Finance-Total==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Total-Edited             PIC $$,$$$,$$9.99.
       01  WS-Notice-Amount-Edited     PIC $$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====LATE FEE AND FINANCE CHARGE RUN====".
      *>   this program runs once per CALL from the batch driver -
      *>   reset the EOF switch, the group state, the table and the
      *>   totals so a rerun starts clean. The late-fee switch on each
      *>   charge row and the month in each finance-charge reference
      *>   are what make the rerun safe: nothing is assessed twice.
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE "N"  TO WS-Group-Open-SW.
            MOVE "N"  TO WS-Assess-Full-SW.
            MOVE ZERO TO WS-Assess-Count.
            MOVE ZERO TO WS-Late-Count.
            MOVE ZERO TO WS-Finance-Count.
            MOVE ZERO TO WS-Late-Total.
            MOVE ZERO TO WS-Finance-Total.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            COMPUTE WS-Today-Int =
                FUNCTION INTEGER-OF-DATE(WS-Today).
            MOVE SPACES TO WS-Finance-Reference.
            STRING "FINC-" WS-Today-YYYYMM DELIMITED BY SIZE
                INTO WS-Finance-Reference
            END-STRING.
            OPEN INPUT FeePolicyFile.
            IF FS-FeePol-File-Missing
                DISPLAY "  no fee policy on file - nothing to assess."
                GOBACK
            END-IF.
            IF NOT FS-FeePol-OK
                DISPLAY "  *** unable to open feepolicy.dat, status "
                        WS-FeePol-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT TermsFile.
            IF NOT FS-Term-OK
                DISPLAY "  *** unable to open terms.dat, status "
                        WS-Term-Status " ***"
                MOVE 8 TO RETURN-CODE
                CLOSE FeePolicyFile
                GOBACK
            END-IF.
            OPEN I-O AccountsFile.
            IF FS-Account-File-Missing
                DISPLAY "  no accounts on file - nothing to assess."
                CLOSE TermsFile
                CLOSE FeePolicyFile
                GOBACK
            END-IF.
            IF NOT FS-Account-OK
                DISPLAY "  *** unable to open accounts.dat, status "
                        WS-Account-Status " ***"
                MOVE 8 TO RETURN-CODE
                CLOSE TermsFile
                CLOSE FeePolicyFile
                GOBACK
            END-IF.
            PERFORM FIND-CURRENT-TERM-POLICY.
            PERFORM READ-ACCOUNTS-LOOP UNTIL EndOfAccounts.
            IF Group-In-Hand
                PERFORM ASSESS-ONE-ACCOUNT
            END-IF.
            PERFORM POST-ONE-ASSESSMENT
                VARYING WS-Assess-Sub FROM 1 BY 1
                UNTIL WS-Assess-Sub > WS-Assess-Count.
            CLOSE AccountsFile.
            CLOSE TermsFile.
            CLOSE FeePolicyFile.
            IF Assess-Table-Full
                DISPLAY "  *** more than 2000 assessments due - the "
                        "rest are picked up on the next run ***"
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            MOVE WS-Late-Total TO WS-Total-Edited.
            DISPLAY "  " WS-Late-Count " late fee(s) assessed, total "
                    WS-Total-Edited.
            MOVE WS-Finance-Total TO WS-Total-Edited.
            DISPLAY "  " WS-Finance-Count " finance charge(s) "
                    "assessed, total " WS-Total-Edited.
            GOBACK.

       FIND-CURRENT-TERM-POLICY.
           MOVE SPACES TO WS-Current-Term.
           MOVE ZERO   TO WS-Current-Start.
           MOVE ZERO   TO WS-Finance-Pct.
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
           IF WS-Current-Term = SPACES
               DISPLAY "  no term has started yet - no finance "
                       "charges this run."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Current-Term TO FP-Term.
           READ FeePolicyFile
               INVALID KEY
                   DISPLAY "  no fee policy for current term "
                           WS-Current-Term " - no finance charges "
                           "this run."
               NOT INVALID KEY
                   MOVE FP-Finance-Pct TO WS-Finance-Pct
           END-READ.

       READ-ACCOUNTS-LOOP.
           READ AccountsFile NEXT RECORD
               AT END
                   SET EndOfAccounts TO TRUE
               NOT AT END
                   IF AC-Seq = ZERO
                       IF Group-In-Hand
                           PERFORM ASSESS-ONE-ACCOUNT
                       END-IF
                       PERFORM START-NEW-GROUP
                   ELSE
                       PERFORM COLLECT-ONE-TRANSACTION
                   END-IF
           END-READ.

       START-NEW-GROUP.
           SET Group-In-Hand TO TRUE.
           MOVE AC-StuID    TO WS-Group-StuID.
           MOVE AC-Balance  TO WS-Group-Balance.
           MOVE AC-Collect-Status TO WS-Group-Collect-Status.
           MOVE ZERO        TO WS-Credits-Total.
           MOVE ZERO        TO WS-Charge-Count.
           MOVE "N"         TO WS-Charge-Trunc-SW.
           MOVE "N"         TO WS-Finance-Done-SW.

       COLLECT-ONE-TRANSACTION.
      *>   the same split the aged receivables report makes: charges
      *>   age, payments, refund credits and aid work them off
      *>   oldest-first, refund-check disbursements stay out of both
           IF AC-Reference = WS-Finance-Reference
               SET Finance-Already-Charged TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN AC-Charge
                   IF WS-Charge-Count < 200
                       ADD 1 TO WS-Charge-Count
                       MOVE AC-Seq    TO CHG-Seq(WS-Charge-Count)
                       MOVE AC-Date   TO CHG-Date(WS-Charge-Count)
                       MOVE AC-Amount TO CHG-Amount(WS-Charge-Count)
                       MOVE AC-Reference
                           TO CHG-Reference(WS-Charge-Count)
                       MOVE AC-Late-Fee-SW
                           TO CHG-Late-SW(WS-Charge-Count)
                   ELSE
                       SET Charge-List-Truncated TO TRUE
                   END-IF
               WHEN AC-Disbursement
                   CONTINUE
               WHEN AC-Returned-Payment OR AC-Aid-Returned
      *>           the bounced check's or returned aid's credit is
      *>           taken back, so the charges it had covered are
      *>           unpaid again
                   SUBTRACT AC-Amount FROM WS-Credits-Total
               WHEN OTHER
                   ADD AC-Amount TO WS-Credits-Total
           END-EVALUATE.

       ASSESS-ONE-ACCOUNT.
      *>   only a debit balance can be past due; sponsor accounts are
      *>   invoiced by accounts receivable and never fined, and an
      *>   account the agency holds is frozen at what was referred
           MOVE "N" TO WS-Group-Open-SW.
           IF WS-Group-Balance <= ZERO
              OR WS-Group-StuID >= 90000
              OR Group-In-Collections
               EXIT PARAGRAPH
           END-IF.
           IF Charge-List-Truncated
               DISPLAY "  *** account " WS-Group-StuID " has more "
                       "than 200 charges - assessed on the first 200 "
                       "only ***"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE ZERO TO WS-Charge-Running.
           MOVE ZERO TO WS-Finance-Base.
           PERFORM ASSESS-ONE-CHARGE
               VARYING WS-Charge-Sub FROM 1 BY 1
               UNTIL WS-Charge-Sub > WS-Charge-Count.
           IF WS-Finance-Base > ZERO
              AND WS-Finance-Pct > ZERO
              AND NOT Finance-Already-Charged
               COMPUTE WS-Finance-Amount ROUNDED =
                   WS-Finance-Base * WS-Finance-Pct / 100
               IF WS-Finance-Amount > ZERO
                   PERFORM QUEUE-FINANCE-ASSESSMENT
               END-IF
           END-IF.

       ASSESS-ONE-CHARGE.
      *>   the credits are applied to the charges oldest-first: what
      *>   of this charge they do not cover is still owed
           ADD CHG-Amount(WS-Charge-Sub) TO WS-Charge-Running.
           IF WS-Charge-Running <= WS-Credits-Total
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Unpaid-Amount =
               WS-Charge-Running - WS-Credits-Total.
           IF WS-Unpaid-Amount > CHG-Amount(WS-Charge-Sub)
               MOVE CHG-Amount(WS-Charge-Sub) TO WS-Unpaid-Amount
           END-IF.
      *>   a late fee, a finance charge or a returned-check fee is a
      *>   penalty already - it is still owed, but it never draws a
      *>   finance charge or a late fee of its own
           MOVE "N" TO WS-Penalty-SW.
           IF CHG-Reference(WS-Charge-Sub)(1:5) = "LATE-"
              OR CHG-Reference(WS-Charge-Sub)(1:5) = "FINC-"
              OR CHG-Reference(WS-Charge-Sub)(1:4) = "NSF-"
               SET Charge-Is-Penalty TO TRUE
           END-IF.
           IF Charge-Is-Penalty
               EXIT PARAGRAPH
           END-IF.
      *>   anything still owed more than 60 days after it posted
      *>   carries this month's finance charge
           COMPUTE WS-Charge-Int =
               FUNCTION INTEGER-OF-DATE(CHG-Date(WS-Charge-Sub)).
           COMPUTE WS-Age-Days = WS-Today-Int - WS-Charge-Int.
           IF WS-Age-Days > 60
               ADD WS-Unpaid-Amount TO WS-Finance-Base
           END-IF.
           IF CHG-Already-Late(WS-Charge-Sub)
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CHARGE-FEE-POLICY.
           IF WS-Charge-Term = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FP-Late-Fee NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CHARGE-DUE-DATE.
           COMPUTE WS-Due-Int =
               FUNCTION INTEGER-OF-DATE(WS-Due-Date).
           IF WS-Today-Int - WS-Due-Int <= FP-Grace-Days
               EXIT PARAGRAPH
           END-IF.
           IF WS-Assess-Count >= 2000
               SET Assess-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Assess-Count.
           MOVE "L"            TO ASR-Kind(WS-Assess-Count).
           MOVE WS-Group-StuID TO ASR-StuID(WS-Assess-Count).
           MOVE CHG-Seq(WS-Charge-Sub)
                               TO ASR-Charge-Seq(WS-Assess-Count).
           MOVE WS-Charge-Term TO ASR-Period(WS-Assess-Count).
           MOVE FP-Late-Fee    TO ASR-Amount(WS-Assess-Count).

       FIND-CHARGE-FEE-POLICY.
      *>   a charge whose reference carries its term ("TUIT-", "INST-",
      *>   "HOUS-", "CFEE-") goes late under that term's policy; any
      *>   other charge - a transcript fee, a counter charge - under
      *>   the policy of the term in progress. No policy, no late fee.
           MOVE SPACES TO WS-Charge-Term.
           IF CHG-Reference(WS-Charge-Sub)(5:1) = "-"
               MOVE CHG-Reference(WS-Charge-Sub)(6:6) TO FP-Term
               READ FeePolicyFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FP-Term TO WS-Charge-Term
               END-READ
           END-IF.
           IF WS-Charge-Term = SPACES
              AND WS-Current-Term NOT = SPACES
               MOVE WS-Current-Term TO FP-Term
               READ FeePolicyFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FP-Term TO WS-Charge-Term
               END-READ
           END-IF.

       FIND-CHARGE-DUE-DATE.
      *>   any charge is due the day it posts; a term bill sent out
      *>   ahead of the term is not due before the term starts
           MOVE CHG-Date(WS-Charge-Sub) TO WS-Due-Date.
           IF CHG-Reference(WS-Charge-Sub)(1:5) = "TUIT-"
               MOVE WS-Charge-Term TO TM-Code
               READ TermsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TM-Start-Date > WS-Due-Date
                           MOVE TM-Start-Date TO WS-Due-Date
                       END-IF
               END-READ
           END-IF.

       QUEUE-FINANCE-ASSESSMENT.
           IF WS-Assess-Count >= 2000
               SET Assess-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Assess-Count.
           MOVE "F"               TO ASR-Kind(WS-Assess-Count).
           MOVE WS-Group-StuID    TO ASR-StuID(WS-Assess-Count).
           MOVE ZERO              TO ASR-Charge-Seq(WS-Assess-Count).
           MOVE WS-Today-YYYYMM   TO ASR-Period(WS-Assess-Count).
           MOVE WS-Finance-Amount TO ASR-Amount(WS-Assess-Count).

       POST-ONE-ASSESSMENT.
           IF ASR-Late-Fee(WS-Assess-Sub)
               PERFORM POST-LATE-FEE
           ELSE
               PERFORM POST-FINANCE-CHARGE
           END-IF.

       POST-LATE-FEE.
      *>   the charge is marked before the fee posts: a failure in
      *>   between costs the college one fee, never the student two
           MOVE ASR-StuID(WS-Assess-Sub)      TO AC-StuID.
           MOVE ASR-Charge-Seq(WS-Assess-Sub) TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF AC-Late-Fee-Assessed
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO AC-Late-Fee-SW.
           REWRITE AccountRecord
               INVALID KEY
                   DISPLAY "  *** unable to mark charge "
                           ASR-StuID(WS-Assess-Sub) "/"
                           ASR-Charge-Seq(WS-Assess-Sub)
                           " late, status " WS-Account-Status
                           " - no fee assessed ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE ASR-StuID(WS-Assess-Sub)  TO WS-Post-StuID.
           MOVE "C"                       TO WS-Post-Tran-Type.
           MOVE ASR-Amount(WS-Assess-Sub) TO WS-Post-Amount.
           MOVE SPACES                    TO WS-Post-Reference.
           STRING "LATE-" ASR-Period(WS-Assess-Sub) DELIMITED BY SIZE
               INTO WS-Post-Reference
           END-STRING.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF Post-Ok
               ADD 1              TO WS-Late-Count
               ADD WS-Post-Amount TO WS-Late-Total
               MOVE WS-Post-StuID TO WS-Audit-StuID
               MOVE "LATEFE"      TO WS-Audit-Action
               MOVE SPACES        TO WS-Audit-Before
               MOVE AccountRecord TO WS-Audit-After
               PERFORM AUDIT-LOG-WRITE
               MOVE WS-Post-StuID  TO WS-Notice-StuID
               MOVE "LATE"         TO WS-Notice-Code
               MOVE WS-Post-Amount TO WS-Notice-Amount-Edited
               MOVE WS-Notice-Amount-Edited TO WS-Notice-Subst-1
               MOVE ASR-Period(WS-Assess-Sub) TO WS-Notice-Subst-2
               PERFORM QUEUE-NOTICE
           ELSE
               PERFORM LOG-ASSESSMENT-FAILURE
           END-IF.

       POST-FINANCE-CHARGE.
           MOVE ASR-StuID(WS-Assess-Sub)  TO WS-Post-StuID.
           MOVE "C"                       TO WS-Post-Tran-Type.
           MOVE ASR-Amount(WS-Assess-Sub) TO WS-Post-Amount.
           MOVE WS-Finance-Reference      TO WS-Post-Reference.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF Post-Ok
               ADD 1              TO WS-Finance-Count
               ADD WS-Post-Amount TO WS-Finance-Total
               MOVE WS-Post-StuID TO WS-Audit-StuID
               MOVE "FINCHG"      TO WS-Audit-Action
               MOVE SPACES        TO WS-Audit-Before
               MOVE AccountRecord TO WS-Audit-After
               PERFORM AUDIT-LOG-WRITE
               MOVE WS-Post-StuID  TO WS-Notice-StuID
               MOVE "FINC"         TO WS-Notice-Code
               MOVE WS-Post-Amount TO WS-Notice-Amount-Edited
               MOVE WS-Notice-Amount-Edited TO WS-Notice-Subst-1
               MOVE ASR-Period(WS-Assess-Sub) TO WS-Notice-Subst-2
               PERFORM QUEUE-NOTICE
           ELSE
               PERFORM LOG-ASSESSMENT-FAILURE
           END-IF.

       LOG-ASSESSMENT-FAILURE.
           MOVE "MD-BASICS-LATE-FEE-RUN" TO WS-ErrLog-Program.
           MOVE "AC-KEY" TO WS-ErrLog-Field.
           MOVE "9012"   TO WS-ErrLog-Reason-Code.
           MOVE "late fee or finance charge not posted"
               TO WS-ErrLog-Text.
           PERFORM ERROR-LOG-WRITE.
           MOVE 8 TO RETURN-CODE.

       COPY ACCOUNT-PROC.
       COPY AUDIT-PROC.
       COPY NOTICE-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-late-fee-run.
