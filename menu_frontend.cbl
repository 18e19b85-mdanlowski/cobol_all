      *             with the account, lockout after three failures,
      *             and a forced password change on first use - the
      *             audit trail finally records verified identities.
      * 2026-10-15  GL journal extract (GL) added, supervisor only.
      * 2026-10-15  Fee policy maintenance (FP, supervisor only) and
      *             the late fee / finance charge run (LF) added.
      * 2026-10-15  Collections referral and write-off (CL) added;
      *             the write-off itself is supervisor only.
      * 2026-10-15  Returned payment (NSF) reversal (RP) added.
      * 2026-10-15  Cashier close-out and deposit reconciliation (CC)
      *             added.
      * 2026-10-15  Return of aid on withdrawal (RT) added.
      * 2026-10-15  SA runs the end-of-term satisfactory academic
      *             progress evaluation for aided students.
      * 2026-10-15  Tuition waiver maintenance (WV) and the waiver
      *             summary report (WS) added; waiver codes themselves
      *             are keyed by the supervisor only.
      * 2026-10-15  Course fee schedule maintenance (CF, supervisor
      *             only) and the course fee revenue report (FR) added.
      * 2026-10-15  Residence hall bed master (HM, supervisor only),
      *             housing assignment (HA), housing billing (HB) and
      *             the occupancy report (OC) added.
      * 2026-10-15  Instructor teaching load and credit-hour report (TL)
      *             added.
      * 2026-10-15  Common final exam overrides (XO, supervisor) and
      *             final exam schedule with student conflicts (XS)
      *             added.
      * 2026-10-15  Student weekly class schedule (CS), one student or
      *             the term's pre-term mailing, added.
      * 2026-10-15  Schedule of classes with open seats (SO) added, open
      *             to inquiry operators.
      * 2026-10-15  Term section rollover (TR) added, supervisor only.
      * 2026-10-15  Section cancellation (SX) added, supervisor only.
      * 2026-10-15  Section swap (SW) added.
      * 2026-10-15  Grade change (GC, supervisor only) and grade change
      *             report (GR) added.
      * 2026-10-15  TC runs the term close (supervisor only).
      * 2026-10-15  AV runs advisor assignment and the advising release,
      *             AL prints the advisee lists.
      * 2026-10-15  CQ keys preregistration course requests; PA runs the
      *             seat allocation (supervisor only).
      * 2026-10-15  VX keys the health office's immunization records; VC
      *             runs the immunization compliance check on demand.
      * 2026-10-15  EB loads the mail server's email bounce-backs on
      *             demand.
      * 2026-10-15  NC builds the Clearinghouse enrollment submission
      *             for a term.
      * 2026-10-15  LH runs the library fines interface on demand.
      * 2026-10-15  AC verifies the audit trail's chain on demand
      *             (supervisor).
      * 2026-10-15  HN maintains the Latin honors levels (supervisor
      *             only); CM runs commencement.
      * 2026-10-15  TP projects a term's tuition revenue for the budget
      *             office.
      * 2026-10-15  RC compares registration to date with the same point
      *             last year, from the nightly snapshots.
      * 2026-10-15  SL selects students by keyed criteria for a list and
      *             export; clerks and supervisors can queue a notice or
      *             place a hold on the whole selection, inquiry
      *             operators only list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-menu.
           88  Choice-Reorg                VALUE "RO", "ro".
           88  Choice-AuditCut             VALUE "AG", "ag".
           88  Choice-InstPost             VALUE "PI", "pi".
           88  Choice-GLExtract            VALUE "GL", "gl".
           88  Choice-FeePolicy            VALUE "FP", "fp".
           88  Choice-LateFees             VALUE "LF", "lf".
           88  Choice-Collections          VALUE "CL", "cl".
           88  Choice-ReturnedPay          VALUE "RP", "rp".
           88  Choice-CashierClose         VALUE "CC", "cc".
           88  Choice-AidReturn            VALUE "RT", "rt".
           88  Choice-SapRun               VALUE "SA", "sa".
           88  Choice-Waivers              VALUE "WV", "wv".
           88  Choice-WaiverSum            VALUE "WS", "ws".
           88  Choice-CourseFees           VALUE "CF", "cf".
           88  Choice-FeeRevenue           VALUE "FR", "fr".
           88  Choice-HallBeds             VALUE "HM", "hm".
           88  Choice-Housing              VALUE "HA", "ha".
           88  Choice-HousingBill          VALUE "HB", "hb".
           88  Choice-Occupancy            VALUE "OC", "oc".
           88  Choice-TeachLoad            VALUE "TL", "tl".
           88  Choice-ExamOvr              VALUE "XO", "xo".
           88  Choice-ExamSched            VALUE "XS", "xs".
           88  Choice-ClassSched           VALUE "CS", "cs".
           88  Choice-Offerings            VALUE "SO", "so".
           88  Choice-TermRoll             VALUE "TR", "tr".
           88  Choice-SectCancel           VALUE "SX", "sx".
           88  Choice-SectSwap             VALUE "SW", "sw".
           88  Choice-GradeChg             VALUE "GC", "gc".
           88  Choice-GradeChgRpt          VALUE "GR", "gr".
           88  Choice-TermClose            VALUE "TC", "tc".
           88  Choice-Advising             VALUE "AV", "av".
           88  Choice-AdviseeList          VALUE "AL", "al".
           88  Choice-CrsRequest           VALUE "CQ", "cq".
           88  Choice-PreregAlloc          VALUE "PA", "pa".
           88  Choice-ImmEntry             VALUE "VX", "vx".
           88  Choice-ImmCompliance        VALUE "VC", "vc".
           88  Choice-EmailBounce          VALUE "EB", "eb".
           88  Choice-Clearinghouse        VALUE "NC", "nc".
           88  Choice-LibHolds             VALUE "LH", "lh".
           88  Choice-AuditVerify          VALUE "AC", "ac".
           88  Choice-Honors               VALUE "HN", "hn".
           88  Choice-Commencement         VALUE "CM", "cm".
           88  Choice-TuitionProj          VALUE "TP", "tp".
           88  Choice-RegCompare           VALUE "RC", "rc".
           88  Choice-Selection            VALUE "SL", "sl".
           88  Choice-Exit                 VALUE "0", "X", "x".

       PROCEDURE DIVISION.
                   CALL "md-basics-student-reorg"
               WHEN Choice-AuditCut
                   CALL "md-basics-audit-cutover"
               WHEN Choice-AuditVerify
                   CALL "md-basics-audit-verify"
               WHEN Choice-InstPost
                   CALL "md-basics-installment-post"
               WHEN Choice-GLExtract
                   CALL "md-basics-gl-extract"
               WHEN Choice-FeePolicy
                   CALL "md-basics-fee-policy-maint"
               WHEN Choice-LateFees
                   CALL "md-basics-late-fee-run"
               WHEN Choice-Collections
                   CALL "md-basics-collections"
               WHEN Choice-ReturnedPay
                   CALL "md-basics-returned-payment"
               WHEN Choice-CashierClose
                   CALL "md-basics-cashier-close"
               WHEN Choice-AidReturn
                   CALL "md-basics-aid-return"
               WHEN Choice-SapRun
                   CALL "md-basics-sap-run"
               WHEN Choice-Waivers
                   CALL "md-basics-waiver-maint"
               WHEN Choice-WaiverSum
                   CALL "md-basics-waiver-summary"
               WHEN Choice-CourseFees
                   CALL "md-basics-course-fee-maint"
               WHEN Choice-FeeRevenue
                   CALL "md-basics-fee-revenue"
               WHEN Choice-HallBeds
                   CALL "md-basics-hall-bed-maint"
               WHEN Choice-Housing
                   CALL "md-basics-housing-assign"
               WHEN Choice-HousingBill
                   CALL "md-basics-housing-billing"
               WHEN Choice-Occupancy
                   CALL "md-basics-housing-occupancy"
               WHEN Choice-TeachLoad
                   CALL "md-basics-teaching-load"
               WHEN Choice-ExamOvr
                   CALL "md-basics-exam-override-maint"
               WHEN Choice-ExamSched
                   CALL "md-basics-exam-schedule"
               WHEN Choice-ClassSched
                   CALL "md-basics-class-schedule"
               WHEN Choice-Offerings
                   CALL "md-basics-schedule-of-classes"
               WHEN Choice-TermRoll
                   CALL "md-basics-term-rollover"
               WHEN Choice-SectCancel
                   CALL "md-basics-section-cancel"
               WHEN Choice-SectSwap
                   CALL "md-basics-section-swap"
               WHEN Choice-GradeChg
                   CALL "md-basics-grade-change"
               WHEN Choice-GradeChgRpt
                   CALL "md-basics-grade-chg-report"
               WHEN Choice-TermClose
                   CALL "md-basics-term-close"
               WHEN Choice-Advising
                   CALL "md-basics-advisor-assign"
               WHEN Choice-AdviseeList
                   CALL "md-basics-advisee-list"
               WHEN Choice-CrsRequest
                   CALL "md-basics-course-request"
               WHEN Choice-PreregAlloc
                   CALL "md-basics-prereg-alloc"
               WHEN Choice-ImmEntry
                   CALL "md-basics-imm-entry"
               WHEN Choice-ImmCompliance
                   CALL "md-basics-imm-compliance"
               WHEN Choice-EmailBounce
                   CALL "md-basics-email-bounce"
               WHEN Choice-Clearinghouse
                   CALL "md-basics-nsc-report"
               WHEN Choice-LibHolds
                   CALL "md-basics-lib-holds"
               WHEN Choice-Honors
                   CALL "md-basics-honors-maint"
               WHEN Choice-Commencement
                   CALL "md-basics-commencement"
               WHEN Choice-TuitionProj
                   CALL "md-basics-tuition-proj"
               WHEN Choice-RegCompare
                   CALL "md-basics-reg-compare"
               WHEN Choice-Selection
                   CALL "md-basics-student-select"
               WHEN Choice-Exit
                   CONTINUE
               WHEN OTHER
               WHEN Choice-Report OR Choice-Transcript
                    OR Choice-NameSearch OR Choice-Inquiry
                    OR Choice-RunHist OR Choice-GradeDist
                    OR Choice-Cohorts OR Choice-Offerings
                    OR Choice-RegCompare OR Choice-Selection
                    OR Choice-Exit
                   SET Choice-Authorized TO TRUE
               WHEN Choice-Catalog OR Choice-Purge
                    OR Choice-Archive OR Choice-RollFwd
                    OR Choice-Instructors OR Choice-Rooms
                    OR Choice-Readmit OR Choice-OperAdmin
                    OR Choice-Reorg OR Choice-AuditCut
                    OR Choice-AuditVerify
                    OR Choice-GLExtract OR Choice-FeePolicy
                    OR Choice-CourseFees OR Choice-HallBeds
                    OR Choice-ExamOvr OR Choice-TermRoll
                    OR Choice-SectCancel OR Choice-GradeChg
                    OR Choice-TermClose OR Choice-PreregAlloc
                    OR Choice-Honors
                   IF Role-Supervisor
                       SET Choice-Authorized TO TRUE
                   END-IF
           DISPLAY "RO. Reorg  - rebuild the students file".
           DISPLAY "AG. AudGen - cut an audit-log generation".
           DISPLAY "PI. Install - post due plan installments".
           DISPLAY "GL. GLJrnl - general ledger journal extract".
           DISPLAY "FP. FeePol - late fee / finance charge policy".
           DISPLAY "LF. LateFe - assess late fees and finance charges".
           DISPLAY "CL. Collct - collections referral and write-off".
           DISPLAY "RP. NSF    - reverse a returned (bounced) payment".
           DISPLAY "CC. Drawer - cashier close-out and deposit".
           DISPLAY "RT. R2T4   - return unearned aid on withdrawal".
           DISPLAY "SA. SAP    - academic progress run for aid".
           DISPLAY "WV. Waiver - tuition waiver codes and links".
           DISPLAY "WS. WaivSm - waiver summary for the budget office".
           DISPLAY "CF. CrsFee - course and lab fee schedule".
           DISPLAY "FR. FeeRev - course fee revenue by course".
           DISPLAY "HM. Beds   - residence hall bed master".
           DISPLAY "HA. Assign - residence hall assignment".
           DISPLAY "HB. HsgBil - housing billing run".
           DISPLAY "OC. Occupy - hall occupancy and empty beds".
           DISPLAY "TL. Load   - instructor teaching load report".
           DISPLAY "XO. ExOvr  - common final exam slots".
           DISPLAY "XS. Exams  - final exam schedule and conflicts".
           DISPLAY "CS. Sched  - student weekly class schedule".
           DISPLAY "SO. Offer  - schedule of classes with open seats".
           DISPLAY "TR. Roll   - roll a term's sections to a new term".
           DISPLAY "SX. Cancel - cancel a section, drop and refund all".
           DISPLAY "SW. Swap   - move a student to another section".
           DISPLAY "GC. GrdChg - change a posted grade, with reason".
           DISPLAY "GR. GrdRpt - grade change report by instructor".
           DISPLAY "TC. Close  - close a term, list missing grades".
           DISPLAY "AV. Advise - assign advisors, advising release".
           DISPLAY "AL. Advsee - advisee list by advisor".
           DISPLAY "CQ. CrsReq - preregistration course requests".
           DISPLAY "PA. PreAlc - preregistration seat allocation".
           DISPLAY "VX. Immun  - health office immunization records".
           DISPLAY "VC. ImmChk - immunization compliance and IMM holds".
           DISPLAY "EB. Bounce - email bounce-backs, revert to paper".
           DISPLAY "NC. NSC    - Clearinghouse enrollment submission".
           DISPLAY "LH. LibHld - library fines file, LIB holds".
           DISPLAY "AC. AudChk - verify the audit trail's chain".
           DISPLAY "HN. Honors - Latin honors GPA / residence levels".
           DISPLAY "CM. Commnc - commencement program, diploma order".
           DISPLAY "TP. TuProj - next-term tuition revenue projection".
           DISPLAY "RC. RegCmp - registration to date vs last year".
           DISPLAY "SL. Select - student selection, mass notice/hold".
           DISPLAY "0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.

