      *             for the term, so a drop taken before the billing
      *             run credits nothing and the refund-check run
      *             cannot pay out money that was never owed.
      * 2026-10-15  Complete withdrawal from a term in one transaction
      *             under the student's lock: every open enrollment for
      *             the term is removed (by the add/drop deadline) or
      *             graded "W" (after it), one term-level refund posts,
      *             every freed seat is offered to its waitlist, the
      *             student is marked withdrawn when nothing else is
      *             open, and one withdrawal letter is queued. Holds are
      *             left as they stand. Any failure puts every row back.
      * 2026-10-15  A drop or withdrawal refunds the section's billed
      *             course fee at the same percentage as the tuition,
      *             out of what feecharge.dat shows was charged and not
      *             yet refunded.
      * 2026-10-15  Drops and withdrawals are refused for a closed term
      *             - its rows are frozen once the term close has run.
      * 2026-10-15  A term withdrawal with more than 20 open rows in the
      *             term is refused whole, logged and ended with return
      *             code 8, instead of withdrawing the first 20; only
      *             other terms' rows decide whether the student stays
      *             active. A course fee refund that fails after a drop
      *             or withdrawal has committed is logged to error.log
      *             and ends the run with return code 8. Course fee
      *             refunds post under CFRF-<term>.
      * 2026-10-15  Refund credits are scaled by the term's waiver link,
      *             net over gross, so tuition a waiver covered is never
      *             refunded as cash; the waitlist key is copied in as
      *             WQ- alongside the link's WL- names.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-course-drop.
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY ACCOUNT-SEL.
      *> the waitlist shares its WL- field names with the waiver link,
      *> so its key comes in under its own name here
       COPY WAITLIST-SEL REPLACING ==WL-Key== BY ==WQ-Key==.
       COPY TERM-SEL.
       COPY RATE-SEL.
       COPY FEECHG-SEL.
       COPY WAIVLINK-SEL.
       COPY NOTICE-SEL.
       COPY LOCK-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY STUDENT.

       COPY ACCOUNT-FD.
       COPY WAITLIST-FD REPLACING ==WL-Key==   BY ==WQ-Key==
                                  ==WL-StuID== BY ==WQ-StuID==
                                  ==WL-Term==  BY ==WQ-Term==.
       COPY TERM-FD.
       COPY RATE-FD.
       COPY FEECHG-FD.
       COPY WAIVLINK-FD.
       COPY NOTICE-FD.
       COPY LOCK-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY WAITLIST-WS.
       COPY TERM-WS.
       COPY RATE-WS.
       COPY FEECHG-WS.
       COPY WAIVLINK-WS.
       COPY NOTICE-WS.
       COPY LOCK-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Drops               PIC X       VALUE "Y".
           88  More-Drops                          VALUE "Y".
       01  WS-Drop-Action              PIC X       VALUE SPACE.
           88  Action-Course-Drop                  VALUE "C", "c".
           88  Action-Withdrawal                   VALUE "W", "w".
       01  WS-Drop-StuID               PIC 9(5)    VALUE ZERO.
       01  WS-Drop-Course-Code         PIC X(6)    VALUE SPACES.
       01  WS-Drop-Section             PIC 99      VALUE ZERO.
       01  WS-Posted-Balance-Edited    PIC $$$$,$$9.99-.
       01  WS-Terms-Open-SW            PIC X       VALUE "N".
           88  Terms-Is-Open                       VALUE "Y".
       01  WS-Term-Closed-SW           PIC X       VALUE "N".
           88  Drop-Term-Closed                    VALUE "Y".
       01  WS-Rates-Open-SW            PIC X       VALUE "N".
           88  Rates-Is-Open                       VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
      *>   deadline, half while the term still runs, nothing after
      *>   the term has ended
       01  WS-Refund-Pct               PIC 9(3)    VALUE ZERO.
      *>   the hours the refund prices: one course for a drop, every
      *>   course given up for a complete withdrawal
       01  WS-Refund-Credit-Hours      PIC 99V9    VALUE ZERO.
       01  WS-Refund-Failed-SW         PIC X       VALUE "N".
           88  Refund-Post-Failed                  VALUE "Y".
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Refund-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       01  WS-Refund-Amount-Edited     PIC $$$$,$$9.99.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Refund-Posted==
                               ==MONEY-PIC== BY ==S9(6)V99==.
      *>   what the term's billing actually put on the ledger: "C"
      *>   rows referencing TUIT-term (lump) or INST-term (payment
      *>   plan installments), net of refund credits already given
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Chg-Scan-Done-SW         PIC X       VALUE "N".
           88  Chg-Scan-Done                       VALUE "Y".
      *>   a course fee billed for the dropped section comes back on
      *>   the tuition's own schedule, out of what was charged for it
       01  WS-FeeChg-Open-SW           PIC X       VALUE "N".
           88  Fee-Charges-Are-Open                VALUE "Y".
      *>   a waived student paid only the net of the waiver, so the
      *>   tuition refund is scaled down by the term's waiver link;
      *>   "M" is no waivlink.dat at all - no waiver ever linked
       01  WS-WaivLink-Open-SW         PIC X       VALUE "N".
           88  Waiver-Links-Are-Open               VALUE "Y".
           88  Waiver-Links-Missing                VALUE "M".
           88  Waiver-Links-Known                  VALUES "Y", "M".
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Fee-Refund==
                               ==MONEY-PIC== BY ==S9(5)V99==.
       01  WS-Waitlist-Open-SW         PIC X       VALUE "N".
           88  Waitlist-Is-Open                    VALUE "Y".
       01  WS-Promote-Found-SW         PIC X       VALUE "N".
       01  WS-Promote-Credit-Hours     PIC 9V9     VALUE ZERO.
       01  WS-Next-Enroll-Seq          PIC 999     VALUE ZERO.

      *>   complete withdrawal: every open "E" row for the term is
      *>   held here as it stood before anything changed, so a
      *>   failure part-way puts each row back exactly as it was and
      *>   no student is ever left half withdrawn
       01  WS-WD-Count                 PIC 99      VALUE ZERO.
       01  WS-WD-Table.
           02  WS-WD-Row OCCURS 20 TIMES.
               03  WDR-Image           PIC X(128).
       01  WS-WD-Sub                   PIC 99      VALUE ZERO.
       01  WS-WD-Applied               PIC 99      VALUE ZERO.
       01  WS-WD-Other-Open            PIC 99      VALUE ZERO.
       01  WS-WD-Overflow-SW           PIC X       VALUE "N".
           88  WD-Table-Overflowed                 VALUE "Y".
       01  WS-WD-Master-Image          PIC X(128)  VALUE SPACES.
       01  WS-WD-Mode-SW               PIC X       VALUE SPACE.
           88  WD-Remove-Rows                      VALUE "R".
           88  WD-Grade-W                          VALUE "W".
       01  WS-WD-Failed-SW             PIC X       VALUE "N".
           88  Withdrawal-Failed                   VALUE "Y".
       01  WS-WD-Status-SW             PIC X       VALUE "N".
           88  Status-Was-Changed                  VALUE "Y".
       01  WS-WD-Master-SW             PIC X       VALUE "N".
           88  WD-Master-Found                     VALUE "Y".
       01  WS-WD-Amount-Edited         PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====COURSE DROP / WITHDRAWAL====".
                PERFORM OPEN-ACCOUNTS-FOR-REFUNDS
                PERFORM OPEN-WAITLIST-FOR-PROMOTION
                PERFORM OPEN-TERMS-AND-RATES
                PERFORM OPEN-FEE-CHARGES
                PERFORM OPEN-WAIVER-LINKS
                PERFORM OPEN-STUDENT-LOCKS
                PERFORM DROP-OR-WITHDRAW UNTIL NOT More-Drops
                CLOSE StudentsFile
                IF Accounts-Is-Open
                    CLOSE AccountsFile
                IF Rates-Is-Open
                    CLOSE RatesFile
                END-IF
                IF Fee-Charges-Are-Open
                    CLOSE FeeChargeFile
                END-IF
                IF Waiver-Links-Are-Open
                    CLOSE WaiverLinkFile
                END-IF
                IF Locks-Are-Open
                    CLOSE LocksFile
                END-IF
            END-IF.
            GOBACK.

                       "keyed by the bursar ***"
           END-IF.

       OPEN-FEE-CHARGES.
      *>   no feecharge.dat just means no course fee has ever been
      *>   billed, so there is no fee to give back
           MOVE "N" TO WS-FeeChg-Open-SW.
           OPEN I-O FeeChargeFile.
           IF FS-FeeChg-OK
               SET Fee-Charges-Are-Open TO TRUE
           ELSE
               IF NOT FS-FeeChg-File-Missing
                   DISPLAY "  *** unable to open feecharge.dat, "
                           "status " WS-FeeChg-Status
                           " - course fee refunds unavailable ***"
               END-IF
           END-IF.

       OPEN-WAIVER-LINKS.
      *>   no waivlink.dat just means no student holds a waiver; one
      *>   that is there but will not open leaves the refund to the
      *>   bursar rather than credit tuition a waiver may have paid
           MOVE "N" TO WS-WaivLink-Open-SW.
           OPEN INPUT WaiverLinkFile.
           EVALUATE TRUE
               WHEN FS-WaivLink-OK
                   SET Waiver-Links-Are-Open TO TRUE
               WHEN FS-WaivLink-File-Missing
                   SET Waiver-Links-Missing TO TRUE
               WHEN OTHER
                   DISPLAY "  *** unable to open waivlink.dat, "
                           "status " WS-WaivLink-Status
                           " - refund credits must be keyed by the "
                           "bursar ***"
           END-EVALUATE.

       OPEN-WAITLIST-FOR-PROMOTION.
      *>   no waitlist.dat just means no section has ever filled, so
      *>   there is nobody to promote
               END-IF
           END-IF.

       DROP-OR-WITHDRAW.
           DISPLAY "(C)ourse drop or complete (W)ithdrawal from a "
                   "term: " WITH NO ADVANCING.
           ACCEPT WS-Drop-Action.
           EVALUATE TRUE
               WHEN Action-Course-Drop
                   PERFORM DROP-ONE-COURSE
               WHEN Action-Withdrawal
                   PERFORM WITHDRAW-FROM-TERM
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Another drop or withdrawal (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Drops.

       DROP-ONE-COURSE.
           DISPLAY "StuID dropping: " WITH NO ADVANCING.
           ACCEPT WS-Drop-StuID.
           ACCEPT WS-Drop-Section.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Drop-Term.
           PERFORM CHECK-DROP-TERM-CLOSED.
           IF Drop-Term-Closed
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ENROLLMENT-ROW.
           IF NOT Enrollment-Row-Found
               DISPLAY "  *** no enrollment on file for StuID "
                   PERFORM DELETE-ENROLLMENT-ROW
               END-IF
           END-IF.

      *>   a closed term's rows are frozen - only a grade change may
      *>   touch them. No term master means no term has been closed.
       CHECK-DROP-TERM-CLOSED.
           MOVE "N" TO WS-Term-Closed-SW.
           IF NOT Terms-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Drop-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TM-Closed-Term
                       SET Drop-Term-Closed TO TRUE
                       DISPLAY "  *** term " WS-Drop-Term " is "
                               "closed - its enrollments cannot be "
                               "dropped ***"
                   END-IF
           END-READ.

       FIND-ENROLLMENT-ROW.
      *>   ascending SF-Key order groups every "E" row for this StuID
      *>           overwrites the buffer
                   MOVE WS-ED-Credit-Hours
                       TO WS-Promote-Credit-Hours
                   MOVE WS-ED-Credit-Hours
                       TO WS-Refund-Credit-Hours
                   PERFORM POST-DROP-REFUND
                   PERFORM POST-COURSE-FEE-REFUND
                   PERFORM PROMOTE-FROM-WAITLIST
           END-DELETE.

      *>   row's credit hours priced at the term's own per-credit
      *>   rate, scaled by the refund percentage the drop date earns,
      *>   so the account balance reflects the drop immediately
           MOVE "N"  TO WS-Refund-Failed-SW.
           MOVE ZERO TO WS-Refund-Posted.
           IF NOT Accounts-Is-Open
              OR NOT Terms-Is-Open
              OR NOT Rates-Is-Open
              OR NOT Waiver-Links-Known
               DISPLAY "  (refund credit not posted - refer the "
                       "drop to the bursar)"
               EXIT PARAGRAPH
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-Refund-Amount ROUNDED =
               WS-Refund-Credit-Hours * RT-Per-Credit-Rate
               * WS-Refund-Pct / 100.
           PERFORM APPLY-WAIVER-TO-REFUND.
           IF WS-Refund-Amount <= ZERO
               EXIT PARAGRAPH
           END-IF.
           END-STRING.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF Post-Ok
               MOVE WS-Refund-Amount TO WS-Refund-Posted
               MOVE WS-Refund-Amount TO WS-Refund-Amount-Edited
               MOVE WS-Posted-Balance
                   TO WS-Posted-Balance-Edited
               MOVE SPACES        TO WS-Audit-Before
               MOVE AccountRecord TO WS-Audit-After
               PERFORM AUDIT-LOG-WRITE
           ELSE
               SET Refund-Post-Failed TO TRUE
           END-IF.

       APPLY-WAIVER-TO-REFUND.
      *>   the rate master prices the hours gross; billing charged the
      *>   term net of the waiver, so the refund keeps the same share
      *>   - net over gross off the term's link. A link not yet billed
      *>   has no gross, and the term's charged cap below stops the
      *>   refund on its own.
           IF NOT Waiver-Links-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Drop-StuID TO WL-StuID.
           MOVE WS-Drop-Term  TO WL-Term.
           READ WaiverLinkFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WL-Gross-Amount > ZERO
               COMPUTE WS-Refund-Amount ROUNDED =
                   WS-Refund-Amount
                   * (WL-Gross-Amount - WL-Waived-Amount)
                   / WL-Gross-Amount
           END-IF.

       POST-COURSE-FEE-REFUND.
      *>   the dropped section's course fee, if billing charged one,
      *>   refunds at the same percentage the tuition did, out of
      *>   whatever of the fee has not already come back
           IF NOT Fee-Charges-Are-Open
              OR NOT Accounts-Is-Open
              OR NOT Terms-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Drop-StuID       TO FC-StuID.
           MOVE WS-Drop-Term        TO FC-Term.
           MOVE WS-Drop-Course-Code TO FC-Course-Code.
           MOVE WS-Drop-Section     TO FC-Section.
           READ FeeChargeFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FC-Refund-Amount >= FC-Fee-Amount
               EXIT PARAGRAPH
           END-IF.
           PERFORM DETERMINE-REFUND-PCT.
           IF WS-Refund-Pct = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Fee-Refund ROUNDED =
               FC-Fee-Amount * WS-Refund-Pct / 100.
           IF WS-Fee-Refund > FC-Fee-Amount - FC-Refund-Amount
               COMPUTE WS-Fee-Refund =
                   FC-Fee-Amount - FC-Refund-Amount
           END-IF.
           IF WS-Fee-Refund <= ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Fee-Refund    TO WS-Post-Amount.
           MOVE WS-Drop-StuID    TO WS-Post-StuID.
           MOVE "R"              TO WS-Post-Tran-Type.
      *>   named for the term, as the tuition credit is; the course
      *>   is on the FEERFD audit entry and the charge file
           MOVE SPACES           TO WS-Post-Reference.
           STRING "CFRF-" WS-Drop-Term DELIMITED BY SIZE
               INTO WS-Post-Reference
           END-STRING.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF NOT Post-Ok
               DISPLAY "  *** course fee refund not posted - refer "
                       "the drop to the bursar ***"
               MOVE "FC-Refund-Amount"     TO WS-ErrLog-Field
               MOVE "9044"                 TO WS-ErrLog-Reason-Code
               MOVE "course fee refund not posted"
                                           TO WS-ErrLog-Text
               PERFORM LOG-FEE-REFUND-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Fee-Refund TO WS-Refund-Amount-Edited.
           MOVE WS-Posted-Balance TO WS-Posted-Balance-Edited.
           DISPLAY "  " WS-Refund-Pct "% of the " FC-Description
                   " refunded, " WS-Refund-Amount-Edited
                   ", balance now " WS-Posted-Balance-Edited.
           MOVE WS-Post-StuID TO WS-Audit-StuID.
           MOVE "REFUND"      TO WS-Audit-Action.
           MOVE SPACES        TO WS-Audit-Before.
           MOVE AccountRecord TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.
           MOVE FeeChargeRecord  TO WS-Audit-Before.
           ADD WS-Fee-Refund     TO FC-Refund-Amount.
           MOVE WS-Today         TO FC-Refund-Date.
           REWRITE FeeChargeRecord
               INVALID KEY
                   DISPLAY "  *** fee refunded but feecharge.dat would "
                           "not record it, status " WS-FeeChg-Status
                           " ***"
                   MOVE "FC-Refund-Amount" TO WS-ErrLog-Field
                   MOVE "9045"             TO WS-ErrLog-Reason-Code
                   MOVE "fee refund not recorded on feecharge.dat"
                                           TO WS-ErrLog-Text
                   PERFORM LOG-FEE-REFUND-FAILURE
               NOT INVALID KEY
                   MOVE WS-Drop-StuID   TO WS-Audit-StuID
                   MOVE "FEERFD"        TO WS-Audit-Action
                   MOVE FeeChargeRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       LOG-FEE-REFUND-FAILURE.
      *>   the fee refund posts after the drop or withdrawal itself
      *>   has committed, so a failure here is not backed out - it
      *>   goes to the error log and fails the run for the bursar
           MOVE "MD-BASICS-COURSE-DROP" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.
           MOVE 8 TO RETURN-CODE.

       TOTAL-TERM-TUITION-CHARGED.
      *>   one keyed pass over the student's own ledger rows: add
                   END-EVALUATE
           END-READ.

       WITHDRAW-FROM-TERM.
      *>   a complete withdrawal needs the term's deadline to choose
      *>   removal or "W", and the rate master and ledger to refund -
      *>   without all three it is refused rather than half done
           DISPLAY "StuID withdrawing: " WITH NO ADVANCING.
           ACCEPT WS-Drop-StuID.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Drop-Term.
           IF NOT Accounts-Is-Open
              OR NOT Terms-Is-Open
              OR NOT Rates-Is-Open
               DISPLAY "  *** withdrawal needs the term master, rate "
                       "master and accounts - not processed ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Drop-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Drop-Term " is not on "
                           "the term master ***"
                   EXIT PARAGRAPH
           END-READ.
           IF TM-Closed-Term
               DISPLAY "  *** term " WS-Drop-Term " is closed - "
                       "withdrawal not processed ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-Today <= TM-AddDrop-Deadline
               SET WD-Remove-Rows TO TRUE
           ELSE
               SET WD-Grade-W TO TRUE
           END-IF.
           MOVE WS-Drop-Term TO RT-Term.
           READ RatesFile
               INVALID KEY
                   DISPLAY "  *** no rate on the master for term "
                           WS-Drop-Term " - withdrawal not "
                           "processed ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-Drop-StuID TO WS-Lock-StuID.
           PERFORM ACQUIRE-STUDENT-LOCK.
           IF NOT Lock-Granted
               DISPLAY "  withdrawal for StuID " WS-Drop-StuID
                       " skipped - record in use."
               EXIT PARAGRAPH
           END-IF.
           PERFORM COLLECT-TERM-ENROLLMENTS.
      *>   more open rows than the table holds cannot be put back
      *>   on a failure, so the whole withdrawal is refused
           IF WD-Table-Overflowed
               DISPLAY "  *** StuID " WS-Drop-StuID " has more than "
                       "20 open enrollments in " WS-Drop-Term
                       " - withdrawal not processed ***"
               MOVE "MD-BASICS-COURSE-DROP" TO WS-ErrLog-Program
               MOVE "WS-Drop-StuID"        TO WS-ErrLog-Field
               MOVE "9043"                 TO WS-ErrLog-Reason-Code
               MOVE "withdrawal refused - over 20 open rows"
                                           TO WS-ErrLog-Text
               PERFORM ERROR-LOG-WRITE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-STUDENT-LOCK
               EXIT PARAGRAPH
           END-IF.
           IF WS-WD-Count = ZERO
               DISPLAY "  *** StuID " WS-Drop-StuID " has no open "
                       "enrollments in " WS-Drop-Term " ***"
           ELSE
               PERFORM CONFIRM-AND-WITHDRAW
           END-IF.
           PERFORM RELEASE-STUDENT-LOCK.

       COLLECT-TERM-ENROLLMENTS.
      *>   every ungraded "E" row for the term is withdrawn; a row
      *>   already carrying a final grade is history and stays. Open
      *>   rows in other terms decide whether the student is still
      *>   enrolled anywhere once this term is gone.
           MOVE ZERO TO WS-WD-Count.
           MOVE ZERO TO WS-WD-Other-Open.
           MOVE "N"  TO WS-WD-Overflow-SW.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Drop-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Scan-Done
               READ StudentsFile NEXT RECORD INTO WS-Student
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
                       IF WS-Enrollment-Record
                          AND WS-Student-id = WS-Drop-StuID
                           IF WS-ED-Grade = SPACES
                               EVALUATE TRUE
                                   WHEN WS-ED-Term NOT = WS-Drop-Term
                                       ADD 1 TO WS-WD-Other-Open
                                   WHEN WS-WD-Count < 20
                                       ADD 1 TO WS-WD-Count
                                       MOVE WS-Student
                                           TO WDR-Image(WS-WD-Count)
                                   WHEN OTHER
                                       SET WD-Table-Overflowed TO TRUE
                               END-EVALUATE
                           END-IF
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       CONFIRM-AND-WITHDRAW.
           PERFORM SHOW-WITHDRAW-ROW
               VARYING WS-WD-Sub FROM 1 BY 1
               UNTIL WS-WD-Sub > WS-WD-Count.
           IF WD-Remove-Rows
               DISPLAY "  on or before the add/drop deadline - the "
                       "enrollments will be removed."
           ELSE
               DISPLAY "  after the add/drop deadline - the "
                       "enrollments will be graded W."
           END-IF.
           DISPLAY "Withdraw StuID " WS-Drop-StuID " from all "
                   WS-WD-Count " course(s) in " WS-Drop-Term
                   " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Confirm-Answer.
           IF NOT Operator-Confirms
               DISPLAY "  withdrawal cancelled."
               EXIT PARAGRAPH
           END-IF.
      *>   the enrollment rows, then the status, then the refund: a
      *>   failure at any step backs out every step already taken.
      *>   Only once all three stand do other students get seats and
      *>   the letter go out.
           MOVE "N"  TO WS-WD-Failed-SW.
           MOVE "N"  TO WS-WD-Status-SW.
           MOVE ZERO TO WS-WD-Applied.
           MOVE ZERO TO WS-Refund-Credit-Hours.
           PERFORM APPLY-WITHDRAW-ROW
               VARYING WS-WD-Sub FROM 1 BY 1
               UNTIL WS-WD-Sub > WS-WD-Count
                  OR Withdrawal-Failed.
           IF NOT Withdrawal-Failed
               PERFORM SET-WITHDRAWN-STATUS
           END-IF.
           IF NOT Withdrawal-Failed
               PERFORM POST-DROP-REFUND
               IF Refund-Post-Failed
                   SET Withdrawal-Failed TO TRUE
               END-IF
           END-IF.
           IF Withdrawal-Failed
               PERFORM BACK-OUT-WITHDRAWAL
               DISPLAY "  *** withdrawal for StuID " WS-Drop-StuID
                       " failed - nothing was changed ***"
               MOVE "MD-BASICS-COURSE-DROP" TO WS-ErrLog-Program
               MOVE "WS-Drop-StuID"        TO WS-ErrLog-Field
               MOVE "9032"                 TO WS-ErrLog-Reason-Code
               MOVE "term withdrawal failed and was backed out"
                                           TO WS-ErrLog-Text
               PERFORM ERROR-LOG-WRITE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FINISH-WITHDRAWN-ROW
               VARYING WS-WD-Sub FROM 1 BY 1
               UNTIL WS-WD-Sub > WS-WD-Count.
           IF Status-Was-Changed
               MOVE WS-WD-Master-Image TO WS-Student
               MOVE WS-Drop-StuID      TO WS-Audit-StuID
               MOVE "WDSTAT"           TO WS-Audit-Action
               MOVE WS-Student         TO WS-Audit-Before
               SET WS-WITHDRAWN-STUDENT TO TRUE
               MOVE WS-Student         TO WS-Audit-After
               PERFORM AUDIT-LOG-WRITE
               DISPLAY "  StuID " WS-Drop-StuID " marked withdrawn."
           END-IF.
           MOVE WS-Refund-Posted TO WS-WD-Amount-Edited.
           MOVE WS-Drop-StuID       TO WS-Notice-StuID.
           MOVE "WDRL"              TO WS-Notice-Code.
           MOVE WS-Drop-Term        TO WS-Notice-Subst-1.
           MOVE WS-WD-Amount-Edited TO WS-Notice-Subst-2.
           PERFORM QUEUE-NOTICE.
           DISPLAY "  StuID " WS-Drop-StuID " withdrawn from "
                   WS-Drop-Term ", " WS-WD-Count " course(s).".

       SHOW-WITHDRAW-ROW.
           MOVE WDR-Image(WS-WD-Sub) TO WS-Student.
           DISPLAY "  " WS-ED-Course-Code " section " WS-ED-Section
                   SPACE WS-ED-Credit-Hours " hours".

       APPLY-WITHDRAW-ROW.
           MOVE WDR-Image(WS-WD-Sub) TO WS-Student.
           ADD WS-ED-Credit-Hours TO WS-Refund-Credit-Hours.
           IF WD-Remove-Rows
               MOVE WS-Student TO StudentDetailsBuffer
               DELETE StudentsFile
                   INVALID KEY
                       SET Withdrawal-Failed TO TRUE
               END-DELETE
           ELSE
               MOVE "W" TO WS-ED-Grade
               REWRITE StudentDetailsBuffer FROM WS-Student
                   INVALID KEY
                       SET Withdrawal-Failed TO TRUE
               END-REWRITE
           END-IF.
           IF Withdrawal-Failed
               DISPLAY "  *** unable to withdraw " WS-ED-Course-Code
                       ", status " WS-File-Status " ***"
           ELSE
               ADD 1 TO WS-WD-Applied
           END-IF.

       SET-WITHDRAWN-STATUS.
      *>   still enrolled in another term means still a student; a
      *>   suspended or graduated status is not this program's to
      *>   change
           IF WS-WD-Other-Open > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-WD-Master-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Drop-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WD-Master-Found TO TRUE
           END-READ.
           IF NOT WD-Master-Found
               DISPLAY "  *** no master record for StuID "
                       WS-Drop-StuID " ***"
               SET Withdrawal-Failed TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ACTIVE-STUDENT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student TO WS-WD-Master-Image.
           SET WS-WITHDRAWN-STUDENT TO TRUE.
           REWRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to mark StuID "
                           WS-Drop-StuID " withdrawn, status "
                           WS-File-Status " ***"
                   SET Withdrawal-Failed TO TRUE
               NOT INVALID KEY
                   SET Status-Was-Changed TO TRUE
           END-REWRITE.

       BACK-OUT-WITHDRAWAL.
           PERFORM BACK-OUT-ONE-ROW
               VARYING WS-WD-Sub FROM 1 BY 1
               UNTIL WS-WD-Sub > WS-WD-Applied.
           IF Status-Was-Changed
               REWRITE StudentDetailsBuffer FROM WS-WD-Master-Image
                   INVALID KEY
                       DISPLAY "  *** unable to restore the status "
                               "of StuID " WS-Drop-StuID ", status "
                               WS-File-Status " ***"
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           END-IF.

       BACK-OUT-ONE-ROW.
           IF WD-Remove-Rows
               WRITE StudentDetailsBuffer FROM WDR-Image(WS-WD-Sub)
                   INVALID KEY
                       DISPLAY "  *** unable to restore an enrollment "
                               "for StuID " WS-Drop-StuID ", status "
                               WS-File-Status " ***"
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           ELSE
               REWRITE StudentDetailsBuffer FROM WDR-Image(WS-WD-Sub)
                   INVALID KEY
                       DISPLAY "  *** unable to restore an enrollment "
                               "for StuID " WS-Drop-StuID ", status "
                               WS-File-Status " ***"
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           END-IF.

       FINISH-WITHDRAWN-ROW.
      *>   the audit trail, the course fee and the waitlist, one freed
      *>   seat at a time; a course fee refund that fails here is
      *>   logged and fails the run rather than undoing the withdrawal
           MOVE WDR-Image(WS-WD-Sub) TO WS-Student.
           MOVE WS-Drop-StuID TO WS-Audit-StuID.
           MOVE "WDRAW"       TO WS-Audit-Action.
           MOVE WS-Student    TO WS-Audit-Before.
           IF WD-Remove-Rows
               MOVE SPACES TO WS-Audit-After
           ELSE
               MOVE "W" TO WS-ED-Grade
               MOVE WS-Student TO WS-Audit-After
           END-IF.
           PERFORM AUDIT-LOG-WRITE.
           MOVE WS-ED-Course-Code  TO WS-Drop-Course-Code.
           MOVE WS-ED-Section      TO WS-Drop-Section.
           MOVE WS-ED-Credit-Hours TO WS-Promote-Credit-Hours.
           PERFORM POST-COURSE-FEE-REFUND.
           PERFORM PROMOTE-FROM-WAITLIST.

       PROMOTE-FROM-WAITLIST.
      *>   the freed seat goes to the head of the dropped course's
      *>   waitlist: ascending WQ-Key order is arrival order, so the
      *>   first entry a START at sequence 000 reads is next in line
           IF NOT Waitlist-Is-Open
               EXIT PARAGRAPH
           MOVE WS-Drop-Course-Code TO WL-Course-Code.
           MOVE WS-Drop-Section     TO WL-Section.
           MOVE ZERO                TO WL-Seq.
           START WaitlistFile KEY IS NOT LESS THAN WQ-Key
               INVALID KEY
                   CONTINUE
           END-START.
                       IF WL-Course-Code = WS-Drop-Course-Code
                          AND WL-Section = WS-Drop-Section
                           SET Promotion-Waiting TO TRUE
                           MOVE WQ-StuID TO WS-Promote-StuID
                           MOVE WQ-Term  TO WS-Promote-Term
                       END-IF
               END-READ
           END-IF.

       COPY ACCOUNT-PROC.
       COPY NOTICE-PROC.
       COPY LOCK-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-course-drop.
