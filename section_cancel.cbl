      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Section cancellation. Every student in the cancelled section is
      * dropped, refunded the section's tuition in full and any course
      * fee not already refunded, and notified; the waitlist is cleared
      * and notified. Each student's steps are recorded on sectcncl.dat,
      * so an interrupted run resumes where it stopped without posting
      * anything twice.
      * 2026-10-15  Course fee refunds post under CFRF-<term> so the GL
      *             extract journals them under their term.
      * 2026-10-15  Tuition refunds are scaled by the term's waiver
      *             link, net over gross, so tuition a waiver covered is
      *             never refunded as cash; the waitlist key is copied
      *             in as WQ- alongside the link's WL- names.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-section-cancel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
      *> cancellation control: one record per student the cancelled
      *> section touched, with each step marked off as it is done,
      *> so a run stopped part-way resumes where it left off and
      *> never refunds anyone twice
           SELECT  SectCancelFile ASSIGN TO "sectcncl.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCN-Key
                   FILE STATUS IS WS-Cancel-Status.
      *> the affected-student list for the department, one per
      *> cancelled section - a resumed run reprints the whole list
           SELECT  CancelListFile ASSIGN TO WS-List-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-List-Status.
       COPY CATALOG-SEL.
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
       FD  StudentsFile.
       COPY STUDENT.

       FD  SectCancelFile.
       01  SectCancelRecord.
           02  SCN-Key.
               03  SCN-Term            PIC X(6).
               03  SCN-Course-Code     PIC X(6).
               03  SCN-Section         PIC 99.
               03  SCN-StuID           PIC 9(5).
           02  SCN-Kind                PIC X.
               88  SCN-Enrolled                    VALUE "E".
               88  SCN-Waitlisted                  VALUE "W".
      *>   the "E" row or the waitlist entry as it stood when the
      *>   cancellation found it - what gets removed, and what the
      *>   audit before-image shows
           02  SCN-Row-Image           PIC X(128).
           02  SCN-Removed-SW          PIC X.
               88  SCN-Removed                     VALUE "Y".
      *>   a refund is marked pending with the ledger sequence it is
      *>   about to take before it posts; a resumed run finding it
      *>   pending looks at that ledger row rather than post again
           02  SCN-Refund-SW           PIC X.
               88  SCN-Refund-Pending              VALUE "P".
               88  SCN-Refund-Done                 VALUE "Y".
           02  SCN-Refund-Seq          PIC 999.
           02  SCN-Refund-Amount       PIC S9(6)V99 COMP-3.
           02  SCN-Fee-SW              PIC X.
               88  SCN-Fee-Pending                 VALUE "P".
               88  SCN-Fee-Done                    VALUE "Y".
           02  SCN-Fee-Seq             PIC 999.
           02  SCN-Fee-Amount          PIC S9(5)V99 COMP-3.
           02  SCN-Notice-SW           PIC X.
               88  SCN-Notice-Done                 VALUE "Y".
           02  SCN-Found-Date          PIC 9(8).
           02  FILLER                  PIC X(10).

       FD  CancelListFile.
       01  CancelListLine              PIC X(80).

       COPY CATALOG-FD.
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
       COPY STUDENT-WS.
       COPY CATALOG-WS.
       COPY ACCOUNT-WS.
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
           88  FS-Record-Not-Found                 VALUE "23".
       01  WS-Cancel-Status            PIC XX      VALUE SPACES.
           88  FS-Cancel-OK                        VALUE "00".
           88  FS-Cancel-Not-Found                 VALUE "23".
           88  FS-Cancel-File-Missing              VALUE "35".
       01  WS-List-Status              PIC XX      VALUE SPACES.
           88  FS-List-OK                          VALUE "00".
       01  WS-List-File-Name           PIC X(30)   VALUE SPACES.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Cancel-Course            PIC X(6)    VALUE SPACES.
       01  WS-Cancel-Section           PIC 99      VALUE ZERO.
       01  WS-Cancel-Term              PIC X(6)    VALUE SPACES.
       01  WS-Confirm-Answer           PIC X       VALUE "N".
           88  Operator-Confirms                   VALUE "Y", "y".
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Waitlist-Open-SW         PIC X       VALUE "N".
           88  Waitlist-Is-Open                    VALUE "Y".
       01  WS-FeeChg-Open-SW           PIC X       VALUE "N".
           88  Fee-Charges-Are-Open                VALUE "Y".
       01  WS-WaivLink-Open-SW         PIC X       VALUE "N".
           88  Waiver-Links-Are-Open               VALUE "Y".
       01  WS-Section-Retired-SW       PIC X       VALUE "N".
           88  Section-Already-Retired             VALUE "Y".
       01  WS-Student-Failed-SW        PIC X       VALUE "N".
           88  Student-Step-Failed                 VALUE "Y".
       01  WS-Ledger-Row-SW            PIC X       VALUE "N".
           88  Ledger-Row-Posted                   VALUE "Y".
       01  WS-Check-Seq                PIC 999     VALUE ZERO.
       01  WS-Check-Reference          PIC X(12)   VALUE SPACES.

      *>   the same course's other sections running in the term, with
      *>   their seats counted the way enrollment counts them, so the
      *>   notice only names a section the student can still get into
       01  WS-Alt-Count                PIC 99      VALUE ZERO.
       01  WS-Alt-Table.
           02  WS-Alt-Row OCCURS 20 TIMES.
               03  ALT-Section         PIC 99.
               03  ALT-Cap             PIC 999.
               03  ALT-Taken           PIC 9(4).
       01  WS-Alt-Sub                  PIC 99      VALUE ZERO.
       01  WS-Alt-List                 PIC X(12)   VALUE SPACES.
       01  WS-Alt-Pointer              PIC 99      VALUE ZERO.
       01  WS-Course-Section           PIC X(12)   VALUE SPACES.

       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Refund-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Fee-Refund==
                               ==MONEY-PIC== BY ==S9(5)V99==.
      *>   what the term's billing actually put on the student's
      *>   ledger, net of the term's refund credits already given -
      *>   the same cap the drop program puts on its refunds
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Term-Charged==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Chg-Scan-Done-SW         PIC X       VALUE "N".
           88  Chg-Scan-Done                       VALUE "Y".

       01  WS-Found-Count              PIC 9(4)    VALUE ZERO.
       01  WS-Pending-Count            PIC 9(4)    VALUE ZERO.
       01  WS-Listed-Count             PIC 9(4)    VALUE ZERO.
       01  WS-Done-Count               PIC 9(4)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Total-Refunded==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Total-Fees==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Total-Edited             PIC $$,$$$,$$9.99.

       01  WS-List-Detail.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  CLS-StuID               PIC 9(5).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  CLS-Name                PIC X(26).
           02  FILLER                  PIC X       VALUE SPACE.
           02  CLS-How                 PIC X(4).
           02  FILLER                  PIC X       VALUE SPACE.
           02  CLS-Tuition             PIC $$$,$$9.99.
           02  FILLER                  PIC X       VALUE SPACE.
           02  CLS-Fee                 PIC $$,$$9.99.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  CLS-Status              PIC X(7).
           02  FILLER                  PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====SECTION CANCELLATION====".
      *>   this program runs once per CALL - reset the switches and
      *>   totals so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Waitlist-Open-SW.
            MOVE "N"  TO WS-FeeChg-Open-SW.
            MOVE "N"  TO WS-WaivLink-Open-SW.
            MOVE "N"  TO WS-Section-Retired-SW.
            MOVE ZERO TO WS-Alt-Count.
            MOVE ZERO TO WS-Found-Count.
            MOVE ZERO TO WS-Pending-Count.
            MOVE ZERO TO WS-Listed-Count.
            MOVE ZERO TO WS-Done-Count.
            MOVE ZERO TO WS-Total-Refunded.
            MOVE ZERO TO WS-Total-Fees.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
      *>   a cancellation retires a catalog section and puts money
      *>   back on every account in it - supervisor only, the same
      *>   as catalog and course fee maintenance
            IF NOT Role-Supervisor
                DISPLAY "  *** section cancellation is restricted "
                        "to the supervisor role ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "Course code: " WITH NO ADVANCING.
            ACCEPT WS-Cancel-Course.
            DISPLAY "Section number: " WITH NO ADVANCING.
            ACCEPT WS-Cancel-Section.
            DISPLAY "Term: " WITH NO ADVANCING.
            ACCEPT WS-Cancel-Term.
            PERFORM OPEN-CANCEL-FILES.
            IF RETURN-CODE NOT = 0
                PERFORM CLOSE-CANCEL-FILES
                GOBACK
            END-IF.
            PERFORM VALIDATE-CANCEL-SECTION.
            IF RETURN-CODE NOT = 0
                PERFORM CLOSE-CANCEL-FILES
                GOBACK
            END-IF.
            PERFORM LOAD-ALTERNATIVE-SECTIONS.
            PERFORM COLLECT-ENROLLED-STUDENTS.
            IF Waitlist-Is-Open
                PERFORM COLLECT-WAITLISTED-STUDENTS
            END-IF.
            PERFORM BUILD-ALTERNATIVE-LIST.
            PERFORM COUNT-CONTROL-RECORDS.
            DISPLAY "  " WS-Found-Count " student(s) on file for "
                    WS-Cancel-Course " section " WS-Cancel-Section
                    " term " WS-Cancel-Term ", " WS-Pending-Count
                    " still to process.".
            DISPLAY "  open alternatives: " WS-Alt-List.
            IF Section-Already-Retired
                DISPLAY "  the section is already retired - this run "
                        "finishes an earlier cancellation."
            END-IF.
            DISPLAY "Cancel the section (Y/N)? " WITH NO ADVANCING.
            ACCEPT WS-Confirm-Answer.
            IF NOT Operator-Confirms
                DISPLAY "  cancellation not run."
                PERFORM CLOSE-CANCEL-FILES
                GOBACK
            END-IF.
      *>   retired first, so no one can enroll into the section while
      *>   its students are being taken out of it
            IF NOT Section-Already-Retired
                PERFORM RETIRE-CANCEL-SECTION
                IF RETURN-CODE NOT = 0
                    PERFORM CLOSE-CANCEL-FILES
                    GOBACK
                END-IF
            END-IF.
            PERFORM START-CONTROL-SCAN.
            PERFORM CANCEL-STUDENTS-LOOP UNTIL Scan-Done.
            PERFORM PRINT-AFFECTED-LIST.
            PERFORM CLOSE-CANCEL-FILES.
            DISPLAY "  " WS-Done-Count " of " WS-Listed-Count
                    " student(s) complete.".
            DISPLAY "  affected-student list written to "
                    WS-List-File-Name.
            IF WS-Done-Count < WS-Listed-Count
                DISPLAY "  *** some students are not finished - "
                        "rerun the cancellation to complete them ***"
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            GOBACK.

       OPEN-CANCEL-FILES.
      *>   the students, the catalog, the ledger and the term and
      *>   rate masters are all needed to cancel and refund; without
      *>   any of them nothing is touched
           OPEN I-O StudentsFile.
           IF NOT FS-OK
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O CatalogFile.
           IF NOT FS-Catalog-OK
               DISPLAY "  *** unable to open catalog.dat, status "
                       WS-Catalog-Status " ***"
               MOVE 8 TO RETURN-CODE
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
           END-IF.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** unable to open terms.dat, status "
                       WS-Term-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT RatesFile.
           IF NOT FS-Rate-OK
               DISPLAY "  *** unable to open rates.dat, status "
                       WS-Rate-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O SectCancelFile.
           IF FS-Cancel-File-Missing
               OPEN OUTPUT SectCancelFile
               CLOSE SectCancelFile
               OPEN I-O SectCancelFile
           END-IF.
           IF NOT FS-Cancel-OK
               DISPLAY "  *** unable to open sectcncl.dat, status "
                       WS-Cancel-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *>   no waitlist.dat just means nobody ever queued for the
      *>   section; no feecharge.dat means no course fee was billed
           OPEN I-O WaitlistFile.
           IF FS-Waitlist-OK
               SET Waitlist-Is-Open TO TRUE
           END-IF.
           OPEN I-O FeeChargeFile.
           IF FS-FeeChg-OK
               SET Fee-Charges-Are-Open TO TRUE
           END-IF.
      *>   no waivlink.dat means no student holds a waiver; one that
      *>   will not open stops the run like the other masters, since
      *>   a waived student's refund cannot be scaled without it
           OPEN INPUT WaiverLinkFile.
           EVALUATE TRUE
               WHEN FS-WaivLink-OK
                   SET Waiver-Links-Are-Open TO TRUE
               WHEN FS-WaivLink-File-Missing
                   CONTINUE
               WHEN OTHER
                   DISPLAY "  *** unable to open waivlink.dat, status "
                           WS-WaivLink-Status " ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM OPEN-STUDENT-LOCKS.

       CLOSE-CANCEL-FILES.
           CLOSE StudentsFile.
           CLOSE CatalogFile.
           CLOSE AccountsFile.
           CLOSE TermsFile.
           CLOSE RatesFile.
           CLOSE SectCancelFile.
           IF Waitlist-Is-Open
               CLOSE WaitlistFile
           END-IF.
           IF Fee-Charges-Are-Open
               CLOSE FeeChargeFile
           END-IF.
           IF Waiver-Links-Are-Open
               CLOSE WaiverLinkFile
           END-IF.
           IF Locks-Are-Open
               CLOSE LocksFile
           END-IF.

       VALIDATE-CANCEL-SECTION.
           MOVE WS-Cancel-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Cancel-Term
                           " is not on the term master ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
      *>   a closed term's rows are frozen - nothing is dropped or
      *>   refunded out of it
           IF TM-Closed-Term
               DISPLAY "  *** term " WS-Cancel-Term " is closed - "
                       "its sections cannot be cancelled ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Cancel-Term TO RT-Term.
           READ RatesFile
               INVALID KEY
                   DISPLAY "  *** no rate on the master for term "
                           WS-Cancel-Term " ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-Cancel-Course  TO CF-Code.
           MOVE WS-Cancel-Section TO CF-Section.
           READ CatalogFile
               INVALID KEY
                   DISPLAY "  *** course " WS-Cancel-Course
                           " section " WS-Cancel-Section
                           " not on the catalog ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
      *>   a section booked to another term is not this term's to
      *>   cancel; an any-term section retires for every term
           IF CF-Term NOT = SPACES
              AND CF-Term NOT = WS-Cancel-Term
               DISPLAY "  *** section " WS-Cancel-Section " runs in "
                       CF-Term ", not " WS-Cancel-Term " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF CF-Retired-Course
               SET Section-Already-Retired TO TRUE
           END-IF.
           MOVE SPACES TO WS-Course-Section.
           STRING WS-Cancel-Course  DELIMITED BY SPACE
                  "-"               DELIMITED BY SIZE
                  WS-Cancel-Section DELIMITED BY SIZE
                  INTO WS-Course-Section
           END-STRING.

       LOAD-ALTERNATIVE-SECTIONS.
           MOVE "N" TO WS-Catalog-EOF-SW.
           MOVE WS-Cancel-Course TO CF-Code.
           MOVE ZERO             TO CF-Section.
           START CatalogFile KEY IS NOT LESS THAN CF-Key
               INVALID KEY
                   SET EndOfCatalog TO TRUE
           END-START.
           PERFORM LOAD-ONE-ALTERNATIVE-LOOP UNTIL EndOfCatalog.

       LOAD-ONE-ALTERNATIVE-LOOP.
           READ CatalogFile NEXT RECORD
               AT END
                   SET EndOfCatalog TO TRUE
               NOT AT END
                   IF CF-Code NOT = WS-Cancel-Course
                       SET EndOfCatalog TO TRUE
                   ELSE
                       IF CF-Active-Course
                          AND CF-Section NOT = WS-Cancel-Section
                          AND (CF-Term = WS-Cancel-Term
                               OR CF-Term = SPACES)
                          AND WS-Alt-Count < 20
                           ADD 1 TO WS-Alt-Count
                           MOVE CF-Section
                               TO ALT-Section(WS-Alt-Count)
                           MOVE CF-Section-Cap
                               TO ALT-Cap(WS-Alt-Count)
                           MOVE ZERO TO ALT-Taken(WS-Alt-Count)
                       END-IF
                   END-IF
           END-READ.

       COLLECT-ENROLLED-STUDENTS.
      *>   one pass over every "E" row: each row for the cancelled
      *>   section and term gets a control record (once - a resumed
      *>   run finds it already there), and each row holding a seat
      *>   in one of the alternatives counts against that one's cap
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM COLLECT-ONE-ENROLLED-LOOP UNTIL Scan-Done.

       COLLECT-ONE-ENROLLED-LOOP.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF NOT WS-Enrollment-Record
                       SET Scan-Done TO TRUE
                   ELSE
                       IF WS-ED-Course-Code = WS-Cancel-Course
                           PERFORM NOTE-COURSE-ENROLLMENT
                       END-IF
                   END-IF
           END-READ.

       NOTE-COURSE-ENROLLMENT.
           IF WS-ED-Section = WS-Cancel-Section
              AND WS-ED-Term = WS-Cancel-Term
               MOVE WS-ED-StuID TO SCN-StuID
               MOVE "E"         TO SCN-Kind
               MOVE WS-Student  TO SCN-Row-Image
               PERFORM REGISTER-AFFECTED-STUDENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ED-Grade = "W"
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-ALTERNATIVE-SEAT
               VARYING WS-Alt-Sub FROM 1 BY 1
               UNTIL WS-Alt-Sub > WS-Alt-Count.

       COUNT-ALTERNATIVE-SEAT.
           IF ALT-Section(WS-Alt-Sub) = WS-ED-Section
               ADD 1 TO ALT-Taken(WS-Alt-Sub)
           END-IF.

       COLLECT-WAITLISTED-STUDENTS.
      *>   the section's queue is in arrival order under its own key
      *>   prefix; everyone queued for the term hears about it too
           MOVE "N" TO WS-Scan-Done-SW.
           MOVE WS-Cancel-Course  TO WL-Course-Code.
           MOVE WS-Cancel-Section TO WL-Section.
           MOVE ZERO              TO WL-Seq.
           START WaitlistFile KEY IS NOT LESS THAN WQ-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM COLLECT-ONE-WAITLISTED-LOOP UNTIL Scan-Done.

       COLLECT-ONE-WAITLISTED-LOOP.
           READ WaitlistFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WL-Course-Code NOT = WS-Cancel-Course
                      OR WL-Section NOT = WS-Cancel-Section
                       SET Scan-Done TO TRUE
                   ELSE
                       IF WQ-Term = WS-Cancel-Term
                           MOVE WQ-StuID       TO SCN-StuID
                           MOVE "W"            TO SCN-Kind
                           MOVE WaitlistRecord TO SCN-Row-Image
                           PERFORM REGISTER-AFFECTED-STUDENT
                       END-IF
                   END-IF
           END-READ.

       REGISTER-AFFECTED-STUDENT.
      *>   the caller has set the StuID, kind and row image; a
      *>   student already on the control file keeps the record (and
      *>   the progress) an earlier run gave them
           MOVE WS-Cancel-Term    TO SCN-Term.
           MOVE WS-Cancel-Course  TO SCN-Course-Code.
           MOVE WS-Cancel-Section TO SCN-Section.
           MOVE "N"               TO SCN-Removed-SW.
           MOVE "N"               TO SCN-Refund-SW.
           MOVE ZERO              TO SCN-Refund-Seq.
           MOVE ZERO              TO SCN-Refund-Amount.
           MOVE "N"               TO SCN-Fee-SW.
           MOVE ZERO              TO SCN-Fee-Seq.
           MOVE ZERO              TO SCN-Fee-Amount.
           MOVE "N"               TO SCN-Notice-SW.
           MOVE WS-Today          TO SCN-Found-Date.
      *>   a waitlisted student paid nothing for the section, and a
      *>   row already graded "W" was settled by its withdrawal
           IF SCN-Waitlisted
              OR WS-ED-Grade = "W"
               MOVE "Y" TO SCN-Refund-SW
               MOVE "Y" TO SCN-Fee-SW
           END-IF.
           WRITE SectCancelRecord
               INVALID KEY
                   IF WS-Cancel-Status NOT = "22"
                       DISPLAY "  *** unable to record StuID "
                               SCN-StuID " for the cancellation, "
                               "status " WS-Cancel-Status " ***"
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-WRITE.

       BUILD-ALTERNATIVE-LIST.
           MOVE SPACES TO WS-Alt-List.
           MOVE 1      TO WS-Alt-Pointer.
           PERFORM ADD-ONE-ALTERNATIVE
               VARYING WS-Alt-Sub FROM 1 BY 1
               UNTIL WS-Alt-Sub > WS-Alt-Count
                  OR WS-Alt-Pointer > 10.
           IF WS-Alt-List = SPACES
               MOVE "NONE" TO WS-Alt-List
           END-IF.

       ADD-ONE-ALTERNATIVE.
           IF ALT-Taken(WS-Alt-Sub) < ALT-Cap(WS-Alt-Sub)
               STRING ALT-Section(WS-Alt-Sub) DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      INTO WS-Alt-List
                      WITH POINTER WS-Alt-Pointer
               END-STRING
           END-IF.

       COUNT-CONTROL-RECORDS.
           PERFORM START-CONTROL-SCAN.
           PERFORM COUNT-ONE-CONTROL-LOOP UNTIL Scan-Done.

       COUNT-ONE-CONTROL-LOOP.
           READ SectCancelFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF SCN-Term NOT = WS-Cancel-Term
                      OR SCN-Course-Code NOT = WS-Cancel-Course
                      OR SCN-Section NOT = WS-Cancel-Section
                       SET Scan-Done TO TRUE
                   ELSE
                       ADD 1 TO WS-Found-Count
                       IF NOT SCN-Removed OR NOT SCN-Refund-Done
                          OR NOT SCN-Fee-Done OR NOT SCN-Notice-Done
                           ADD 1 TO WS-Pending-Count
                       END-IF
                   END-IF
           END-READ.

       START-CONTROL-SCAN.
           MOVE "N" TO WS-Scan-Done-SW.
           MOVE WS-Cancel-Term    TO SCN-Term.
           MOVE WS-Cancel-Course  TO SCN-Course-Code.
           MOVE WS-Cancel-Section TO SCN-Section.
           MOVE ZERO              TO SCN-StuID.
           START SectCancelFile KEY IS NOT LESS THAN SCN-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.

       RETIRE-CANCEL-SECTION.
           MOVE WS-Cancel-Course  TO CF-Code.
           MOVE WS-Cancel-Section TO CF-Section.
           READ CatalogFile
               INVALID KEY
                   DISPLAY "  *** course " WS-Cancel-Course
                           " section " WS-Cancel-Section
                           " not on the catalog ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
           MOVE CatalogRecord TO WS-Audit-Before.
           MOVE "R" TO CF-Status.
           REWRITE CatalogRecord
               INVALID KEY
                   DISPLAY "  *** unable to retire the section, "
                           "status " WS-Catalog-Status " ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "  " WS-Course-Section " retired."
                   MOVE ZERO          TO WS-Audit-StuID
                   MOVE "CATUPD"      TO WS-Audit-Action
                   MOVE CatalogRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       CANCEL-STUDENTS-LOOP.
           READ SectCancelFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF SCN-Term NOT = WS-Cancel-Term
                      OR SCN-Course-Code NOT = WS-Cancel-Course
                      OR SCN-Section NOT = WS-Cancel-Section
                       SET Scan-Done TO TRUE
                   ELSE
                       IF NOT SCN-Removed OR NOT SCN-Refund-Done
                          OR NOT SCN-Fee-Done OR NOT SCN-Notice-Done
                           PERFORM CANCEL-ONE-STUDENT
                       END-IF
                   END-IF
           END-READ.

       CANCEL-ONE-STUDENT.
      *>   row, refund, fee, notice - each step is marked off on the
      *>   control record the moment it is done, and a step that
      *>   fails leaves the rest for the next run
           MOVE SCN-StuID TO WS-Lock-StuID.
           PERFORM ACQUIRE-STUDENT-LOCK.
           IF NOT Lock-Granted
               DISPLAY "  StuID " SCN-StuID " skipped - record in use."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Student-Failed-SW.
           IF NOT SCN-Removed
               IF SCN-Enrolled
                   PERFORM REMOVE-ENROLLMENT-ROW
               ELSE
                   PERFORM REMOVE-WAITLIST-ENTRY
               END-IF
           END-IF.
           IF NOT Student-Step-Failed AND NOT SCN-Refund-Done
               PERFORM REFUND-SECTION-TUITION
           END-IF.
           IF NOT Student-Step-Failed AND NOT SCN-Fee-Done
               PERFORM REFUND-SECTION-FEE
           END-IF.
           IF NOT Student-Step-Failed AND NOT SCN-Notice-Done
               PERFORM QUEUE-CANCEL-NOTICE
           END-IF.
           PERFORM RELEASE-STUDENT-LOCK.

       REMOVE-ENROLLMENT-ROW.
      *>   the row leaves the way a drop takes it out - a "DROP"
      *>   audit entry with the before image - so a recovery replay
      *>   removes it again; a row already gone was removed by a run
      *>   that stopped before it could mark it off
           MOVE SCN-Row-Image TO StudentDetailsBuffer.
           DELETE StudentsFile
               INVALID KEY
                   IF NOT FS-Record-Not-Found
                       DISPLAY "  *** unable to remove "
                               WS-Course-Section " for StuID "
                               SCN-StuID ", status " WS-File-Status
                               " ***"
                       SET Student-Step-Failed TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE SCN-StuID     TO WS-Audit-StuID
                   MOVE "DROP"        TO WS-Audit-Action
                   MOVE SCN-Row-Image TO WS-Audit-Before
                   MOVE SPACES        TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-DELETE.
           IF NOT Student-Step-Failed
               MOVE "Y" TO SCN-Removed-SW
               PERFORM REWRITE-CONTROL-RECORD
           END-IF.

       REMOVE-WAITLIST-ENTRY.
           MOVE SCN-Row-Image(1:40) TO WaitlistRecord.
           DELETE WaitlistFile
               INVALID KEY
                   IF WS-Waitlist-Status NOT = "23"
                       DISPLAY "  *** unable to clear the waitlist "
                               "entry for StuID " SCN-StuID
                               ", status " WS-Waitlist-Status " ***"
                       SET Student-Step-Failed TO TRUE
                   END-IF
               NOT INVALID KEY
                   MOVE SCN-StuID     TO WS-Audit-StuID
                   MOVE "WLDEL"       TO WS-Audit-Action
                   MOVE SCN-Row-Image TO WS-Audit-Before
                   MOVE SPACES        TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-DELETE.
           IF NOT Student-Step-Failed
               MOVE "Y" TO SCN-Removed-SW
               PERFORM REWRITE-CONTROL-RECORD
           END-IF.

       REFUND-SECTION-TUITION.
      *>   a cancellation is the college's doing, so the section's
      *>   hours come back in full whatever the date - out of what the
      *>   term actually charged, net of the term's earlier refunds.
      *>   It posts under the term's drop reference so every later
      *>   drop and the GL extract see it as the term's refund.
           MOVE SPACES TO WS-Check-Reference.
           STRING "DROP-" WS-Cancel-Term DELIMITED BY SIZE
               INTO WS-Check-Reference
           END-STRING.
           IF SCN-Refund-Pending
               MOVE SCN-Refund-Seq TO WS-Check-Seq
               PERFORM CHECK-LEDGER-ROW
               IF Ledger-Row-Posted
                   MOVE "Y" TO SCN-Refund-SW
                   PERFORM REWRITE-CONTROL-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SCN-Row-Image TO WS-Student.
           COMPUTE WS-Refund-Amount ROUNDED =
               WS-ED-Credit-Hours * RT-Per-Credit-Rate.
           PERFORM APPLY-WAIVER-TO-REFUND.
           PERFORM TOTAL-TERM-TUITION-CHARGED.
           IF WS-Refund-Amount > WS-Term-Charged
               MOVE WS-Term-Charged TO WS-Refund-Amount
           END-IF.
           IF WS-Refund-Amount <= ZERO
      *>       nothing billed for the term yet - nothing to give back
               MOVE ZERO TO SCN-Refund-Amount
               MOVE "Y"  TO SCN-Refund-SW
               PERFORM REWRITE-CONTROL-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE SCN-StuID TO WS-Post-StuID.
           PERFORM FIND-NEXT-ACCT-SEQ.
           MOVE WS-Next-Acct-Seq TO SCN-Refund-Seq.
           MOVE WS-Refund-Amount TO SCN-Refund-Amount.
           MOVE "P"              TO SCN-Refund-SW.
           PERFORM REWRITE-CONTROL-RECORD.
           IF Student-Step-Failed
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Refund-Amount   TO WS-Post-Amount.
           MOVE SCN-StuID          TO WS-Post-StuID.
           MOVE "R"                TO WS-Post-Tran-Type.
           MOVE WS-Check-Reference TO WS-Post-Reference.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF NOT Post-Ok
               DISPLAY "  *** tuition refund for StuID " SCN-StuID
                       " not posted ***"
               SET Student-Step-Failed TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SCN-StuID     TO WS-Audit-StuID.
           MOVE "REFUND"      TO WS-Audit-Action.
           MOVE SPACES        TO WS-Audit-Before.
           MOVE AccountRecord TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.
           MOVE "Y" TO SCN-Refund-SW.
           PERFORM REWRITE-CONTROL-RECORD.

       APPLY-WAIVER-TO-REFUND.
      *>   the rate master prices the hours gross; billing charged the
      *>   term net of any waiver, so the refund keeps the same share
      *>   - net over gross off the term's link. A link not yet billed
      *>   has no gross, and the term's charged cap stops the refund.
           IF NOT Waiver-Links-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE SCN-StuID      TO WL-StuID.
           MOVE WS-Cancel-Term TO WL-Term.
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

       REFUND-SECTION-FEE.
      *>   the section's course fee, whatever of it has not already
      *>   come back, off the charge record billing wrote
           IF NOT Fee-Charges-Are-Open
               MOVE "Y" TO SCN-Fee-SW
               PERFORM REWRITE-CONTROL-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE SCN-StuID         TO FC-StuID.
           MOVE WS-Cancel-Term    TO FC-Term.
           MOVE WS-Cancel-Course  TO FC-Course-Code.
           MOVE WS-Cancel-Section TO FC-Section.
           READ FeeChargeFile
               INVALID KEY
                   MOVE "Y" TO SCN-Fee-SW
                   PERFORM REWRITE-CONTROL-RECORD
                   EXIT PARAGRAPH
           END-READ.
      *>   named for the term, as the tuition refund is, so the GL
      *>   extract can journal it under that term
           MOVE SPACES TO WS-Check-Reference.
           STRING "CFRF-" WS-Cancel-Term DELIMITED BY SIZE
               INTO WS-Check-Reference
           END-STRING.
           IF SCN-Fee-Pending
               MOVE SCN-Fee-Seq TO WS-Check-Seq
               PERFORM CHECK-LEDGER-ROW
               IF Ledger-Row-Posted
                   PERFORM MARK-FEE-REFUNDED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-Fee-Refund = FC-Fee-Amount - FC-Refund-Amount.
           IF WS-Fee-Refund <= ZERO
               MOVE "Y" TO SCN-Fee-SW
               PERFORM REWRITE-CONTROL-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE SCN-StuID TO WS-Post-StuID.
           PERFORM FIND-NEXT-ACCT-SEQ.
           MOVE WS-Next-Acct-Seq TO SCN-Fee-Seq.
           MOVE WS-Fee-Refund    TO SCN-Fee-Amount.
           MOVE "P"              TO SCN-Fee-SW.
           PERFORM REWRITE-CONTROL-RECORD.
           IF Student-Step-Failed
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Fee-Refund      TO WS-Post-Amount.
           MOVE SCN-StuID          TO WS-Post-StuID.
           MOVE "R"                TO WS-Post-Tran-Type.
           MOVE WS-Check-Reference TO WS-Post-Reference.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF NOT Post-Ok
               DISPLAY "  *** course fee refund for StuID "
                       SCN-StuID " not posted ***"
               SET Student-Step-Failed TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SCN-StuID     TO WS-Audit-StuID.
           MOVE "REFUND"      TO WS-Audit-Action.
           MOVE SPACES        TO WS-Audit-Before.
           MOVE AccountRecord TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.
           PERFORM MARK-FEE-REFUNDED.

       MARK-FEE-REFUNDED.
      *>   the charge record shows the whole fee back; the control
      *>   record is only marked once the charge record says so
           MOVE FeeChargeRecord  TO WS-Audit-Before.
           MOVE FC-Fee-Amount    TO FC-Refund-Amount.
           MOVE WS-Today         TO FC-Refund-Date.
           REWRITE FeeChargeRecord
               INVALID KEY
                   DISPLAY "  *** fee refunded but feecharge.dat "
                           "would not record it, status "
                           WS-FeeChg-Status " ***"
                   SET Student-Step-Failed TO TRUE
               NOT INVALID KEY
                   MOVE SCN-StuID       TO WS-Audit-StuID
                   MOVE "FEERFD"        TO WS-Audit-Action
                   MOVE FeeChargeRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
                   MOVE "Y" TO SCN-Fee-SW
                   PERFORM REWRITE-CONTROL-RECORD
           END-REWRITE.

       CHECK-LEDGER-ROW.
      *>   a pending step's ledger row is on file when the posting
      *>   went through before the run stopped
           MOVE "N"          TO WS-Ledger-Row-SW.
           MOVE SCN-StuID    TO AC-StuID.
           MOVE WS-Check-Seq TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-Refund
                      AND AC-Reference = WS-Check-Reference
                       SET Ledger-Row-Posted TO TRUE
                   END-IF
           END-READ.

       TOTAL-TERM-TUITION-CHARGED.
      *>   the term's tuition charges (TUIT- lump or INST- plan
      *>   installments) less the term's refund credits already on
      *>   the ledger, the same fold the drop program caps with
           MOVE ZERO TO WS-Term-Charged.
           MOVE "N"  TO WS-Chg-Scan-Done-SW.
           MOVE SCN-StuID TO AC-StuID.
           MOVE ZERO      TO AC-Seq.
           START AccountsFile KEY IS NOT LESS THAN AC-Key
               INVALID KEY
                   SET Chg-Scan-Done TO TRUE
           END-START.
           PERFORM TALLY-ONE-LEDGER-LOOP UNTIL Chg-Scan-Done.

       TALLY-ONE-LEDGER-LOOP.
           READ AccountsFile NEXT RECORD
               AT END
                   SET Chg-Scan-Done TO TRUE
               NOT AT END
                   IF AC-StuID NOT = SCN-StuID
                       SET Chg-Scan-Done TO TRUE
                   ELSE
                       IF AC-Charge
                          AND (AC-Reference(1:5) = "TUIT-"
                               OR AC-Reference(1:5) = "INST-")
                          AND AC-Reference(6:6) = WS-Cancel-Term
                           ADD AC-Amount TO WS-Term-Charged
                       END-IF
                       IF AC-Refund
                          AND AC-Reference(1:5) = "DROP-"
                          AND AC-Reference(6:6) = WS-Cancel-Term
                           SUBTRACT AC-Amount FROM WS-Term-Charged
                       END-IF
                   END-IF
           END-READ.

       QUEUE-CANCEL-NOTICE.
           MOVE SCN-StuID         TO WS-Notice-StuID.
           MOVE "SCAN"            TO WS-Notice-Code.
           MOVE WS-Course-Section TO WS-Notice-Subst-1.
           MOVE WS-Alt-List       TO WS-Notice-Subst-2.
           PERFORM QUEUE-NOTICE.
           MOVE "Y" TO SCN-Notice-SW.
           PERFORM REWRITE-CONTROL-RECORD.

       REWRITE-CONTROL-RECORD.
           REWRITE SectCancelRecord
               INVALID KEY
                   DISPLAY "  *** unable to mark progress for StuID "
                           SCN-StuID ", status " WS-Cancel-Status
                           " ***"
                   SET Student-Step-Failed TO TRUE
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       PRINT-AFFECTED-LIST.
           MOVE SPACES TO WS-List-File-Name.
           STRING "cancel."         DELIMITED BY SIZE
                  WS-Cancel-Course  DELIMITED BY SPACE
                  "."               DELIMITED BY SIZE
                  WS-Cancel-Section DELIMITED BY SIZE
                  "."               DELIMITED BY SIZE
                  WS-Cancel-Term    DELIMITED BY SPACE
                  ".prt"            DELIMITED BY SIZE
                  INTO WS-List-File-Name
           END-STRING.
           OPEN OUTPUT CancelListFile.
           MOVE "================ SECTION CANCELLATION ================"
               TO CancelListLine.
           WRITE CancelListLine.
           MOVE SPACES TO CancelListLine.
           STRING "SECTION: " WS-Course-Section "  TERM: "
               WS-Cancel-Term "   AS OF: " WS-Today
               DELIMITED BY SIZE INTO CancelListLine
           END-STRING.
           WRITE CancelListLine.
           MOVE SPACES TO CancelListLine.
           STRING "OPEN SECTIONS OF THE SAME COURSE: " WS-Alt-List
               DELIMITED BY SIZE INTO CancelListLine
           END-STRING.
           WRITE CancelListLine.
           MOVE SPACES TO CancelListLine.
           WRITE CancelListLine.
           MOVE "  STUID  NAME                       HOW     TUITION"
               TO CancelListLine.
           MOVE "FEE  STATUS" TO CancelListLine(62:11).
           WRITE CancelListLine.
           PERFORM START-CONTROL-SCAN.
           PERFORM LIST-ONE-STUDENT-LOOP UNTIL Scan-Done.
           MOVE SPACES TO CancelListLine.
           WRITE CancelListLine.
           MOVE SPACES TO CancelListLine.
           STRING "TOTAL  " WS-Listed-Count " STUDENT(S)   "
               WS-Done-Count " COMPLETE"
               DELIMITED BY SIZE INTO CancelListLine
           END-STRING.
           WRITE CancelListLine.
           MOVE WS-Total-Refunded TO WS-Total-Edited.
           MOVE SPACES TO CancelListLine.
           STRING "       TUITION REFUNDED " WS-Total-Edited
               DELIMITED BY SIZE INTO CancelListLine
           END-STRING.
           WRITE CancelListLine.
           MOVE WS-Total-Fees TO WS-Total-Edited.
           MOVE SPACES TO CancelListLine.
           STRING "       FEES REFUNDED    " WS-Total-Edited
               DELIMITED BY SIZE INTO CancelListLine
           END-STRING.
           WRITE CancelListLine.
           CLOSE CancelListFile.

       LIST-ONE-STUDENT-LOOP.
           READ SectCancelFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF SCN-Term NOT = WS-Cancel-Term
                      OR SCN-Course-Code NOT = WS-Cancel-Course
                      OR SCN-Section NOT = WS-Cancel-Section
                       SET Scan-Done TO TRUE
                   ELSE
                       PERFORM LIST-ONE-STUDENT
                   END-IF
           END-READ.

       LIST-ONE-STUDENT.
           ADD 1 TO WS-Listed-Count.
           MOVE SCN-StuID TO CLS-StuID.
           MOVE SPACES    TO CLS-Name.
           SET SF-Master-Record TO TRUE.
           MOVE SCN-StuID TO StuID.
           MOVE ZERO      TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   MOVE "(NO MASTER RECORD)" TO CLS-Name
               NOT INVALID KEY
                   STRING WS-Student-surname DELIMITED BY "  "
                          ", "               DELIMITED BY SIZE
                          WS-Student-name    DELIMITED BY "  "
                          INTO CLS-Name
                   END-STRING
           END-READ.
           IF SCN-Enrolled
               MOVE "ENR"  TO CLS-How
           ELSE
               MOVE "WAIT" TO CLS-How
           END-IF.
      *>   a refund still pending is not counted as paid out
           IF SCN-Refund-Done
               MOVE SCN-Refund-Amount TO CLS-Tuition
               ADD SCN-Refund-Amount  TO WS-Total-Refunded
           ELSE
               MOVE ZERO TO CLS-Tuition
           END-IF.
           IF SCN-Fee-Done
               MOVE SCN-Fee-Amount TO CLS-Fee
               ADD SCN-Fee-Amount  TO WS-Total-Fees
           ELSE
               MOVE ZERO TO CLS-Fee
           END-IF.
           IF SCN-Removed AND SCN-Refund-Done
              AND SCN-Fee-Done AND SCN-Notice-Done
               MOVE "DONE"    TO CLS-Status
               ADD 1 TO WS-Done-Count
           ELSE
               MOVE "PENDING" TO CLS-Status
           END-IF.
           MOVE WS-List-Detail TO CancelListLine.
           WRITE CancelListLine.

       COPY ACCOUNT-PROC.
       COPY NOTICE-PROC.
       COPY LOCK-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-section-cancel.
