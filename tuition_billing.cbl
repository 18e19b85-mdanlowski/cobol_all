      *             charged to the sponsor's own account and invoiced
      *             in billing.dat's sponsor section, the remainder
      *             to the student as always - the typewriter retires.
      * 2026-10-15  A student holding a tuition waiver for the billed
      *             term (waivlink.dat against the waivers.dat master)
      *             has it taken off the gross before the sponsor split
      *             and payment plan; the invoice carries a gross /
      *             waiver / net line and the trailer a waiver total.
      * 2026-10-15  Each enrolled section's course or lab fee
      *             (coursefee.dat, the section's own fee or else the
      *             course-wide one) is billed as its own invoice line
      *             and ledger charge and recorded in feecharge.dat; a
      *             re-billed term does not charge a fee twice.
      * 2026-10-15  Course fee charges post under CFEE-<term> so the GL
      *             extract journals them under their term; the course
      *             stays on the invoice line and feecharge.dat.
      * 2026-10-15  A course fee's invoice line and totals follow its
      *             charge file write, so a re-billed term no longer
      *             repeats the fee line or counts the fee twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-tuition-billing.
       COPY SPONLINK-SEL.
       COPY TERM-SEL.
       COPY RATE-SEL.
       COPY WAIVER-SEL.
       COPY WAIVLINK-SEL.
       COPY CRSFEE-SEL.
       COPY FEECHG-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       COPY SPONLINK-FD.
       COPY TERM-FD.
       COPY RATE-FD.
       COPY WAIVER-FD.
       COPY WAIVLINK-FD.
       COPY CRSFEE-FD.
       COPY FEECHG-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       COPY SPONLINK-WS.
       COPY TERM-WS.
       COPY RATE-WS.
       COPY WAIVER-WS.
       COPY WAIVLINK-WS.
       COPY CRSFEE-WS.
       COPY FEECHG-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Invoice-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Billed-Total-Edited      PIC $$,$$$,$$9.99.
      *>   the waiver comes off the gross before anything else - the
      *>   sponsor split and the payment plan only ever see the net
       01  WS-Waivers-Open-SW          PIC X       VALUE "N".
           88  Waivers-Are-Open                    VALUE "Y".
       01  WS-Waiver-Found-SW          PIC X       VALUE "N".
           88  Waiver-Applied                      VALUE "Y".
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Gross-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Waiver-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Waiver-Total==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Waiver-Count             PIC 9(5)    VALUE ZERO.
       01  WS-Gross-Edited             PIC $$$$,$$9.99.
       01  WS-Waiver-Edited            PIC $$$$,$$9.99.
       01  WS-Net-Edited               PIC $$$$,$$9.99.
       01  WS-Waiver-Total-Edited      PIC $$,$$$,$$9.99.
      *>   course and lab fees, priced off the fee master as the
      *>   billed term's "E" rows go by and queued here in StuID
      *>   order - the master records come up in the same order, so
      *>   each student's fees are the next run of lines in the table
       01  WS-Fees-Open-SW             PIC X       VALUE "N".
           88  Fees-Are-Open                       VALUE "Y".
       01  WS-Fee-Table-Full-SW        PIC X       VALUE "N".
           88  Fee-Table-Full                      VALUE "Y".
       01  WS-Fee-Line-Count           PIC 9(4)    VALUE ZERO.
       01  WS-Fee-Lines.
           02  WS-Fee-Line OCCURS 5000 TIMES.
               03  FEL-StuID           PIC 9(5).
               03  FEL-Course-Code     PIC X(6).
               03  FEL-Section         PIC 99.
               03  FEL-Description     PIC X(20).
               03  FEL-Amount          PIC S9(5)V99 COMP-3.
       01  WS-Fee-Next                 PIC 9(4)    VALUE ZERO.
       01  WS-Fee-First                PIC 9(4)    VALUE ZERO.
       01  WS-Fee-Sub                  PIC 9(4)    VALUE ZERO.
       01  WS-Fee-Count                PIC 9(5)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Fee-Total==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Fee-Edited               PIC $$$$,$$9.99.
       01  WS-Fee-Total-Edited         PIC $$,$$$,$$9.99.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-PayPlan-Open-SW          PIC X       VALUE "N".
           88  PayPlans-Are-Open                   VALUE "Y".
       01  WS-Plan-Found-SW            PIC X       VALUE "N".
            MOVE ZERO TO WS-Plan-Count.
            MOVE ZERO TO WS-Sponsor-Total.
            MOVE ZERO TO WS-Spon-Line-Count.
            MOVE ZERO TO WS-Waiver-Count.
            MOVE ZERO TO WS-Waiver-Total.
            MOVE ZERO TO WS-Fee-Line-Count.
            MOVE ZERO TO WS-Fee-Count.
            MOVE ZERO TO WS-Fee-Total.
            MOVE 1    TO WS-Fee-Next.
            MOVE "N"  TO WS-Fee-Table-Full-SW.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM CLEAR-TERM-HOURS
                VARYING WS-Hours-Subscript FROM 1 BY 1
                UNTIL WS-Hours-Subscript > 100000.
                    END-IF
                END-IF
            END-IF.
      *>   no waiver files just means nobody holds a waiver - every
      *>   invoice is billed at the gross
            IF RETURN-CODE = 0
                MOVE "N" TO WS-Waivers-Open-SW
                OPEN INPUT WaiverFile
                IF FS-Waiver-OK
                    OPEN I-O WaiverLinkFile
                    IF FS-WaivLink-OK
                        SET Waivers-Are-Open TO TRUE
                    ELSE
                        CLOSE WaiverFile
                    END-IF
                END-IF
            END-IF.
      *>   no course fee master just means no section carries a fee -
      *>   every invoice is tuition alone. The charge file is created
      *>   on the first run that has fees to record.
            IF RETURN-CODE = 0
                MOVE "N" TO WS-Fees-Open-SW
                OPEN INPUT CourseFeeFile
                IF FS-CrsFee-OK
                    OPEN I-O FeeChargeFile
                    IF FS-FeeChg-File-Missing
                        OPEN OUTPUT FeeChargeFile
                        CLOSE FeeChargeFile
                        OPEN I-O FeeChargeFile
                    END-IF
                    IF FS-FeeChg-OK
                        SET Fees-Are-Open TO TRUE
                    ELSE
                        DISPLAY "  *** unable to open feecharge.dat, "
                                "status " WS-FeeChg-Status
                                " - course fees not billed ***"
                        CLOSE CourseFeeFile
                    END-IF
                END-IF
            END-IF.
      *>   no payplan.dat just means nobody has asked for a plan yet
      *>   - every charge posts in one lump as it always has
            IF RETURN-CODE = 0
                    CLOSE SponsorFile
                    CLOSE SponsorLinkFile
                END-IF
                IF Waivers-Are-Open
                    CLOSE WaiverFile
                    CLOSE WaiverLinkFile
                END-IF
                IF Fees-Are-Open
                    CLOSE CourseFeeFile
                    CLOSE FeeChargeFile
                END-IF
                IF PayPlans-Are-Open
                    CLOSE PayPlanFile
                END-IF
                    DISPLAY "  " WS-Plan-Count " invoice(s) split "
                            "into payment-plan installments."
                END-IF
                IF WS-Waiver-Count > ZERO
                    MOVE WS-Waiver-Total TO WS-Waiver-Total-Edited
                    DISPLAY "  " WS-Waiver-Count " invoice(s) "
                            "waived, total " WS-Waiver-Total-Edited
                END-IF
                IF WS-Fee-Count > ZERO
                    MOVE WS-Fee-Total TO WS-Fee-Total-Edited
                    DISPLAY "  " WS-Fee-Count " course fee(s) "
                            "billed, total " WS-Fee-Total-Edited
                END-IF
                IF Fee-Table-Full
                    DISPLAY "  *** more than 5000 course fees in the "
                            "term - the rest were not billed ***"
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

                           TO WS-ErrLog-Text
                       PERFORM ERROR-LOG-WRITE
               END-ADD
               IF Fees-Are-Open
                   PERFORM QUEUE-COURSE-FEE
               END-IF
           END-IF.

       QUEUE-COURSE-FEE.
      *>   the section's own fee if it has one, else the course-wide
      *>   fee (section 00); a section with neither carries no fee
           MOVE WS-Billing-Term   TO FM-Term.
           MOVE WS-ED-Course-Code TO FM-Course-Code.
           MOVE WS-ED-Section     TO FM-Section.
           READ CourseFeeFile
               INVALID KEY
                   MOVE ZERO TO FM-Section
                   READ CourseFeeFile
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
           END-READ.
           IF FM-Amount NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-Fee-Line-Count >= 5000
               IF NOT Fee-Table-Full
                   MOVE "MD-BASICS-TUITION-BILLING"
                       TO WS-ErrLog-Program
                   MOVE "WS-FEE-LINES"   TO WS-ErrLog-Field
                   MOVE "9036"           TO WS-ErrLog-Reason-Code
                   MOVE "course fee table full, fees not billed"
                       TO WS-ErrLog-Text
                   PERFORM ERROR-LOG-WRITE
               END-IF
               SET Fee-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Fee-Line-Count.
           MOVE WS-ED-StuID       TO FEL-StuID(WS-Fee-Line-Count).
           MOVE WS-ED-Course-Code TO FEL-Course-Code(WS-Fee-Line-Count).
           MOVE WS-ED-Section     TO FEL-Section(WS-Fee-Line-Count).
           MOVE FM-Description    TO FEL-Description(WS-Fee-Line-Count).
           MOVE FM-Amount         TO FEL-Amount(WS-Fee-Line-Count).

       BILL-ONE-STUDENT.
      *>   a master record with no hours in the billed term gets no
      *>   invoice - students not enrolled that term owe nothing
           COMPUTE WS-Hours-Subscript = WS-Student-id + 1.
           PERFORM LOCATE-STUDENT-FEES.
           IF WS-Term-Hours(WS-Hours-Subscript) > ZERO
               COMPUTE WS-Gross-Amount ROUNDED =
                       WS-Term-Hours(WS-Hours-Subscript)
                       * WS-Per-Credit-Rate
                       + WS-Flat-Fee
                       MOVE "invoice amount overflow, student skipped"
                           TO WS-ErrLog-Text
                       PERFORM ERROR-LOG-WRITE
                       MOVE ZERO TO WS-Gross-Amount
               END-COMPUTE
               IF WS-Gross-Amount > ZERO
                   PERFORM APPLY-TUITION-WAIVER
                   COMPUTE WS-Invoice-Amount =
                       WS-Gross-Amount - WS-Waiver-Amount
                   PERFORM WRITE-INVOICE-RECORD
               END-IF
           END-IF.

       LOCATE-STUDENT-FEES.
      *>   step past the fee lines of students who came up without
      *>   an invoice (inactive, or no longer on file), then past
      *>   this student's own - WS-Fee-First to WS-Fee-Next less one
           PERFORM SKIP-FEE-LINE
               UNTIL WS-Fee-Next > WS-Fee-Line-Count
                  OR FEL-StuID(WS-Fee-Next) >= WS-Student-id.
           MOVE WS-Fee-Next TO WS-Fee-First.
           PERFORM SKIP-FEE-LINE
               UNTIL WS-Fee-Next > WS-Fee-Line-Count
                  OR FEL-StuID(WS-Fee-Next) NOT = WS-Student-id.

       SKIP-FEE-LINE.
           ADD 1 TO WS-Fee-Next.

       APPLY-TUITION-WAIVER.
      *>   the student's waiver for the billed term, if any: a
      *>   percentage or a flat amount off the gross, held to the
      *>   code's per-term cap and never more than the gross itself.
      *>   A code missing from the master or no longer active bills
      *>   the student at the gross and says so.
           MOVE ZERO TO WS-Waiver-Amount.
           MOVE "N"  TO WS-Waiver-Found-SW.
           IF NOT Waivers-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student-id   TO WL-StuID.
           MOVE WS-Billing-Term TO WL-Term.
           READ WaiverLinkFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WL-Waiver-Code TO WV-Code.
           READ WaiverFile
               INVALID KEY
                   DISPLAY "  *** StuID " WS-Student-id " holds "
                           "unknown waiver " WL-Waiver-Code
                           " - billed at the gross ***"
                   PERFORM LOG-WAIVER-NOT-APPLIED
                   EXIT PARAGRAPH
           END-READ.
           IF NOT WV-Active-Waiver
               DISPLAY "  *** StuID " WS-Student-id " holds "
                       "inactive waiver " WL-Waiver-Code
                       " - billed at the gross ***"
               PERFORM LOG-WAIVER-NOT-APPLIED
               EXIT PARAGRAPH
           END-IF.
           IF WV-Percent-Waiver
               COMPUTE WS-Waiver-Amount ROUNDED =
                   WS-Gross-Amount * WV-Percent / 100
           ELSE
               MOVE WV-Flat-Amount TO WS-Waiver-Amount
           END-IF.
           IF WV-Max-Per-Term > ZERO
              AND WS-Waiver-Amount > WV-Max-Per-Term
               MOVE WV-Max-Per-Term TO WS-Waiver-Amount
           END-IF.
           IF WS-Waiver-Amount > WS-Gross-Amount
               MOVE WS-Gross-Amount TO WS-Waiver-Amount
           END-IF.
           IF WS-Waiver-Amount > ZERO
               SET Waiver-Applied TO TRUE
           END-IF.

       LOG-WAIVER-NOT-APPLIED.
           MOVE "MD-BASICS-TUITION-BILLING" TO WS-ErrLog-Program.
           MOVE "WL-WAIVER-CODE" TO WS-ErrLog-Field.
           MOVE "9035"           TO WS-ErrLog-Reason-Code.
           MOVE "waiver code unknown or inactive, not applied"
               TO WS-ErrLog-Text.
           PERFORM ERROR-LOG-WRITE.

       RECORD-WAIVER-APPLIED.
      *>   the invoice's waiver line, and the amounts kept on the
      *>   link for the statement and the budget office's summary -
      *>   a re-billed term simply records the latest figures
           MOVE WS-Gross-Amount   TO WS-Gross-Edited.
           MOVE WS-Waiver-Amount  TO WS-Waiver-Edited.
           MOVE WS-Invoice-Amount TO WS-Net-Edited.
           MOVE SPACES TO BillingRecord.
           STRING "      GROSS " WS-Gross-Edited
                  "  WAIVER " WL-Waiver-Code " " WS-Waiver-Edited
                  "  NET " WS-Net-Edited
               DELIMITED BY SIZE INTO BillingRecord
           END-STRING.
           WRITE BillingRecord.
           ADD 1                TO WS-Waiver-Count.
           ADD WS-Waiver-Amount TO WS-Waiver-Total.
           MOVE WaiverLinkRecord TO WS-Audit-Before.
           MOVE WS-Gross-Amount  TO WL-Gross-Amount.
           MOVE WS-Waiver-Amount TO WL-Waived-Amount.
           ACCEPT WL-Billed-Date FROM DATE YYYYMMDD.
           REWRITE WaiverLinkRecord
               INVALID KEY
                   DISPLAY "  *** waiver applied but the link for "
                           "StuID " WL-StuID " would not record, "
                           "status " WS-WaivLink-Status " ***"
               NOT INVALID KEY
                   MOVE WL-StuID         TO WS-Audit-StuID
                   MOVE "WAVAPL"         TO WS-Audit-Action
                   MOVE WaiverLinkRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       WRITE-INVOICE-RECORD.
           MOVE WS-Student-id        TO BIL-StuID.
           MOVE WS-Student-surname   TO BIL-Surname.
           MOVE WS-Invoice-Amount    TO BIL-Amount.
           MOVE WS-Invoice-Line      TO BillingRecord.
           WRITE BillingRecord.
           IF Waiver-Applied
               PERFORM RECORD-WAIVER-APPLIED
           END-IF.
           PERFORM BILL-ONE-COURSE-FEE
               VARYING WS-Fee-Sub FROM WS-Fee-First BY 1
               UNTIL WS-Fee-Sub >= WS-Fee-Next.
           PERFORM SPLIT-SPONSOR-SHARE.
           IF WS-Student-Share > ZERO
               PERFORM CHECK-PAYMENT-PLAN
                   PERFORM ERROR-LOG-WRITE
           END-ADD.

       BILL-ONE-COURSE-FEE.
      *>   each section's fee is its own invoice line and its own
      *>   ledger charge, on the student's account in full - the
      *>   waiver, sponsor split and payment plan all work on tuition
      *>   alone. The charge file remembers what was charged, so a
      *>   re-billed term finds the fee already on file and does not
      *>   charge it twice, and a drop refunds what was really billed.
           MOVE SPACES                     TO FeeChargeRecord.
           MOVE WS-Student-id              TO FC-StuID.
           MOVE WS-Billing-Term            TO FC-Term.
           MOVE FEL-Course-Code(WS-Fee-Sub) TO FC-Course-Code.
           MOVE FEL-Section(WS-Fee-Sub)    TO FC-Section.
           MOVE FEL-Description(WS-Fee-Sub) TO FC-Description.
           MOVE FEL-Amount(WS-Fee-Sub)     TO FC-Fee-Amount.
           MOVE ZERO                       TO FC-Refund-Amount.
           MOVE WS-Today                   TO FC-Billed-Date.
           MOVE ZERO                       TO FC-Refund-Date.
           WRITE FeeChargeRecord
               INVALID KEY
      *>           charged by an earlier billing run for this term -
      *>           the ledger and an earlier invoice already carry it
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   PERFORM WRITE-COURSE-FEE-LINE
           END-WRITE.
           MOVE WS-Student-id     TO WS-Post-StuID.
           MOVE "C"               TO WS-Post-Tran-Type.
           MOVE FEL-Amount(WS-Fee-Sub) TO WS-Post-Amount.
      *>   the reference names the term, as TUIT- does, so the GL
      *>   extract journals the fee under its term; the course is on
      *>   the invoice line and the charge file
           MOVE SPACES            TO WS-Post-Reference.
           STRING "CFEE-" WS-Billing-Term
               DELIMITED BY SIZE INTO WS-Post-Reference
           END-STRING.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF Post-Ok
               MOVE WS-Post-StuID TO WS-Audit-StuID
               MOVE "CHARGE"      TO WS-Audit-Action
               MOVE SPACES        TO WS-Audit-Before
               MOVE AccountRecord TO WS-Audit-After
               PERFORM AUDIT-LOG-WRITE
           ELSE
      *>       nothing on the ledger, so nothing on the charge file
      *>       either - the next billing run tries the fee again
               DELETE FeeChargeFile
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "MD-BASICS-TUITION-BILLING"
                   TO WS-ErrLog-Program
               MOVE "AC-KEY" TO WS-ErrLog-Field
               MOVE "9012"   TO WS-ErrLog-Reason-Code
               MOVE "course fee not posted to account ledger"
                   TO WS-ErrLog-Text
               PERFORM ERROR-LOG-WRITE
           END-IF.

       WRITE-COURSE-FEE-LINE.
      *>   only a fee newly on the charge file is invoiced and counted
           MOVE FEL-Amount(WS-Fee-Sub) TO WS-Fee-Edited.
           MOVE SPACES TO BillingRecord.
           STRING "      FEE " FEL-Course-Code(WS-Fee-Sub)
                  " SEC " FEL-Section(WS-Fee-Sub) " "
                  FEL-Description(WS-Fee-Sub) " " WS-Fee-Edited
               DELIMITED BY SIZE INTO BillingRecord
           END-STRING.
           WRITE BillingRecord.
           ADD 1                      TO WS-Fee-Count.
           ADD FEL-Amount(WS-Fee-Sub) TO WS-Fee-Total.
           ADD FEL-Amount(WS-Fee-Sub) TO WS-Billed-Total
               ON SIZE ERROR
                   MOVE "MD-BASICS-TUITION-BILLING"
                       TO WS-ErrLog-Program
                   MOVE "WS-BILLED-TOTAL" TO WS-ErrLog-Field
                   MOVE "E010" TO WS-ErrLog-Reason-Code
                   MOVE "billed total overflow, total not reliable"
                       TO WS-ErrLog-Text
                   PERFORM ERROR-LOG-WRITE
           END-ADD.

       CHECK-PAYMENT-PLAN.
           MOVE "N" TO WS-Plan-Found-SW.
           IF NOT PayPlans-Are-Open

       WRITE-BILLING-CONTROL-TOTAL.
      *>   control-total trailer so the receivable side can prove the
      *>   file is complete before posting a single invoice from it;
      *>   the billed total is net of waivers, with the waived total
      *>   on its own line so gross can be proved too, and takes in
      *>   the course fees, totalled on their own line as well
           IF WS-Fee-Count > ZERO
               MOVE WS-Fee-Total TO WS-Fee-Total-Edited
               MOVE SPACES TO BillingRecord
               STRING "COURSE FEES,"         DELIMITED BY SIZE
                      WS-Fee-Count           DELIMITED BY SIZE
                      ","                    DELIMITED BY SIZE
                      WS-Fee-Total-Edited    DELIMITED BY SIZE
                      INTO BillingRecord
               END-STRING
               WRITE BillingRecord
           END-IF.
           IF WS-Waiver-Count > ZERO
               MOVE WS-Waiver-Total TO WS-Waiver-Total-Edited
               MOVE SPACES TO BillingRecord
               STRING "WAIVERS,"             DELIMITED BY SIZE
                      WS-Waiver-Count        DELIMITED BY SIZE
                      ","                    DELIMITED BY SIZE
                      WS-Waiver-Total-Edited DELIMITED BY SIZE
                      INTO BillingRecord
               END-STRING
               WRITE BillingRecord
           END-IF.
           MOVE WS-Billed-Total TO WS-Billed-Total-Edited.
           MOVE SPACES TO BillingRecord.
           STRING "CONTROL,"            DELIMITED BY SIZE
