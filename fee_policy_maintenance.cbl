      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Fee policy maintenance (supervisor only): per term on
      * feepolicy.dat, the grace days a charge may sit past due before
      * it is late, the flat late fee, the monthly finance-charge
      * percentage and the returned-check fee, read by the late-fee run
      * and the returned-payment reversal.
      * 2026-10-15  The returned-check fee is kept on the policy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-fee-policy-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY FEEPOL-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY FEEPOL-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY FEEPOL-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Add                          VALUE "A", "a".
           88  Action-Change                       VALUE "C", "c".
           88  Action-List                         VALUE "L", "l".
       01  WS-Maint-Term               PIC X(6)    VALUE SPACES.
       01  WS-FeePol-EOF-SW            PIC X       VALUE "N".
           88  EndOfPolicies                       VALUE "Y".
       01  WS-Fee-Edited               PIC $$,$$9.99.
       01  WS-Pct-Edited               PIC 9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====FEE POLICY MAINTENANCE====".
            MOVE 0 TO RETURN-CODE.
      *>   a policy change moves real money on every past-due account
      *>   - only the supervisor keys one, same as the rate master
            IF NOT Role-Supervisor
                DISPLAY "  *** fee policy maintenance is restricted "
                        "to the supervisor role ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "Y" TO WS-More-Transactions.
            PERFORM OPEN-FOR-MAINTENANCE.
            IF RETURN-CODE = 0
                PERFORM MAINTAIN-ONE-POLICY
                    UNTIL NOT More-Transactions
                CLOSE FeePolicyFile
            END-IF.
            GOBACK.

       OPEN-FOR-MAINTENANCE.
           OPEN I-O FeePolicyFile.
           IF FS-FeePol-File-Missing
               OPEN OUTPUT FeePolicyFile
               CLOSE FeePolicyFile
               OPEN I-O FeePolicyFile
           END-IF.
           IF NOT FS-FeePol-OK
               DISPLAY "  *** unable to open feepolicy.dat, status "
                       WS-FeePol-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       MAINTAIN-ONE-POLICY.
           DISPLAY "Action - (A)dd, (C)hange, (L)ist: "
               WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           EVALUATE TRUE
               WHEN Action-Add
                   PERFORM ADD-POLICY
               WHEN Action-Change
                   PERFORM CHANGE-POLICY
               WHEN Action-List
                   PERFORM LIST-POLICIES
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Maintain another policy (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       ADD-POLICY.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Term.
           MOVE WS-Maint-Term TO FP-Term.
           READ FeePolicyFile
               INVALID KEY
                   MOVE SPACES TO FeePolicyRecord
                   PERFORM KEY-POLICY-FIELDS
                   WRITE FeePolicyRecord
                       INVALID KEY
                           DISPLAY "  *** unable to add policy for "
                                   FP-Term ", status "
                                   WS-FeePol-Status " ***"
                       NOT INVALID KEY
                           DISPLAY "  policy for " FP-Term " added."
                           MOVE ZERO       TO WS-Audit-StuID
                           MOVE "FEEADD"   TO WS-Audit-Action
                           MOVE SPACES     TO WS-Audit-Before
                           MOVE FeePolicyRecord TO WS-Audit-After
                           PERFORM AUDIT-LOG-WRITE
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "  *** a policy for " WS-Maint-Term
                           " is already on the master ***"
           END-READ.

       CHANGE-POLICY.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Term.
           MOVE WS-Maint-Term TO FP-Term.
           READ FeePolicyFile
               INVALID KEY
                   DISPLAY "  *** no policy on the master for "
                           WS-Maint-Term " ***"
               NOT INVALID KEY
                   MOVE FeePolicyRecord TO WS-Audit-Before
                   MOVE FP-Late-Fee     TO WS-Fee-Edited
                   MOVE FP-Finance-Pct  TO WS-Pct-Edited
                   DISPLAY "  grace " FP-Grace-Days " day(s)  "
                           "late fee " WS-Fee-Edited
                           "  finance " WS-Pct-Edited "%/month"
                           "  effective " FP-Effective-Date
                   PERFORM EDIT-RETURNED-CHECK-FEE
                   DISPLAY "  returned-check fee " WS-Fee-Edited
                   PERFORM KEY-POLICY-FIELDS
                   REWRITE FeePolicyRecord
                       INVALID KEY
                           DISPLAY "  *** unable to update policy "
                                   "for " FP-Term ", status "
                                   WS-FeePol-Status " ***"
                       NOT INVALID KEY
                           DISPLAY "  policy for " FP-Term
                                   " updated."
                           MOVE ZERO       TO WS-Audit-StuID
                           MOVE "FEEUPD"   TO WS-Audit-Action
                           MOVE FeePolicyRecord TO WS-Audit-After
                           PERFORM AUDIT-LOG-WRITE
                   END-REWRITE
           END-READ.

       KEY-POLICY-FIELDS.
           MOVE WS-Maint-Term TO FP-Term.
           DISPLAY "Grace days past due: " WITH NO ADVANCING.
           ACCEPT FP-Grace-Days.
           DISPLAY "Late fee per past-due charge: " WITH NO ADVANCING.
           ACCEPT FP-Late-Fee.
           DISPLAY "Finance charge % per month (0 = none): "
               WITH NO ADVANCING.
           ACCEPT FP-Finance-Pct.
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT FP-Effective-Date.
           DISPLAY "Returned-check fee: " WITH NO ADVANCING.
           ACCEPT FP-Returned-Check-Fee.

       EDIT-RETURNED-CHECK-FEE.
           IF FP-Returned-Check-Fee IS NUMERIC
               MOVE FP-Returned-Check-Fee TO WS-Fee-Edited
           ELSE
               MOVE ZERO TO WS-Fee-Edited
           END-IF.

       LIST-POLICIES.
           MOVE "N" TO WS-FeePol-EOF-SW.
           MOVE LOW-VALUES TO FP-Term.
           START FeePolicyFile KEY IS NOT LESS THAN FP-Term
               INVALID KEY
                   SET EndOfPolicies TO TRUE
           END-START.
           DISPLAY "TERM    GRACE  LATE FEE   FIN%  EFFECTIVE  "
                   "RETURNED CHK".
           PERFORM UNTIL EndOfPolicies
               READ FeePolicyFile NEXT RECORD
                   AT END
                       SET EndOfPolicies TO TRUE
                   NOT AT END
                       MOVE FP-Late-Fee    TO WS-Fee-Edited
                       MOVE FP-Finance-Pct TO WS-Pct-Edited
                       DISPLAY FP-Term "  " FP-Grace-Days "    "
                               WS-Fee-Edited "  " WS-Pct-Edited
                               "  " FP-Effective-Date WITH NO ADVANCING
                       PERFORM EDIT-RETURNED-CHECK-FEE
                       DISPLAY "  " WS-Fee-Edited
               END-READ
           END-PERFORM.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-fee-policy-maint.
