      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Section swap. A student's enrollment moves from one section of a
      * course to another in a single rewrite of the row, so the student
      * holds a seat throughout, and the seat left goes to the head of
      * its waitlist. The swap is refused when the new section is full,
      * runs in another term, clashes with another course or carries
      * different credit hours.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-section-swap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> a swap moves the student's existing "E" row to another
      *> section of the same course - the row keeps its key, so the
      *> seat being left is never given up until the new one is
      *> secured by the REWRITE
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY ACCOUNT-SEL.
       COPY CATALOG-SEL.
       COPY WAITLIST-SEL.
       COPY TERM-SEL.
       COPY HOLD-SEL.
       COPY FEECHG-SEL.
       COPY NOTICE-SEL.
       COPY LOCK-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY ACCOUNT-FD.
       COPY CATALOG-FD.
       COPY WAITLIST-FD.
       COPY TERM-FD.
       COPY HOLD-FD.
       COPY FEECHG-FD.
       COPY NOTICE-FD.
       COPY LOCK-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY ACCOUNT-WS.
       COPY CATALOG-WS.
       COPY WAITLIST-WS.
       COPY TERM-WS.
       COPY HOLD-WS.
       COPY HOLD-CODES.
       COPY FEECHG-WS.
       COPY NOTICE-WS.
       COPY LOCK-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY COURSE-CATALOG.

       01  WS-File-Status           PIC XX      VALUE SPACES.
           88  FS-OK                            VALUE "00".
       01  WS-More-Swaps            PIC X       VALUE "Y".
           88  More-Swaps                        VALUE "Y".
       01  WS-Swap-StuID            PIC 9(5)    VALUE ZERO.
       01  WS-Swap-Course-Code      PIC X(6)    VALUE SPACES.
       01  WS-Swap-From-Section     PIC 99      VALUE ZERO.
       01  WS-Swap-To-Section       PIC 99      VALUE ZERO.
       01  WS-Swap-Term             PIC X(6)    VALUE SPACES.
      *>   the row being moved, as found: its sequence re-reads it by
      *>   key for the REWRITE, and its hours go to whoever the
      *>   waitlist promotes into the seat it leaves
       01  WS-Swap-Seq              PIC 999     VALUE ZERO.
       01  WS-Swap-Credit-Hours     PIC 9V9     VALUE ZERO.
      *>   the target section off the catalog table
       01  WS-To-Cat-Term           PIC X(6)    VALUE SPACES.
       01  WS-To-Credit-Hours       PIC 9V9     VALUE ZERO.
       01  WS-To-Section-Cap        PIC 999     VALUE ZERO.
       01  WS-To-Seats-Taken        PIC 999     VALUE ZERO.
       01  WS-To-Meet-Days          PIC X(5)    VALUE SPACES.
       01  WS-To-Meet-Start         PIC 9(4)    VALUE ZERO.
       01  WS-To-Meet-End           PIC 9(4)    VALUE ZERO.
       01  WS-Other-Meet-Days       PIC X(5)    VALUE SPACES.
       01  WS-Other-Meet-Start      PIC 9(4)    VALUE ZERO.
       01  WS-Other-Meet-End        PIC 9(4)    VALUE ZERO.
       01  WS-Other-Course          PIC X(6)    VALUE SPACES.
       01  WS-Other-Section         PIC 99      VALUE ZERO.
       01  WS-Day-Sub               PIC 9       VALUE ZERO.
       01  WS-Day-Sub-2             PIC 9       VALUE ZERO.
       01  WS-Today                 PIC 9(8)    VALUE ZERO.
       01  WS-Next-Enroll-Seq       PIC 999     VALUE ZERO.

       01  WS-Student-Found-SW      PIC X       VALUE "N".
           88  Student-On-File                  VALUE "Y".
       01  WS-Row-Found-SW          PIC X       VALUE "N".
           88  Enrollment-Row-Found             VALUE "Y".
       01  WS-Scan-Done-SW          PIC X       VALUE "N".
           88  Scan-Done                        VALUE "Y".
       01  WS-Course-Found-SW       PIC X       VALUE "N".
           88  Course-Found                     VALUE "Y".
       01  WS-Conflict-SW           PIC X       VALUE "N".
           88  Time-Conflict                    VALUE "Y".
       01  WS-Days-Overlap-SW       PIC X       VALUE "N".
           88  Days-Overlap                     VALUE "Y".
       01  WS-Term-Ok-SW            PIC X       VALUE "N".
           88  Swap-Term-Ok                     VALUE "Y".
       01  WS-Account-Hold-SW       PIC X       VALUE "N".
           88  Account-On-Hold                  VALUE "Y".
       01  WS-Edits-Passed-SW       PIC X       VALUE "N".
           88  Swap-Edits-Passed                VALUE "Y".
       01  WS-Override-Answer       PIC X       VALUE "N".
           88  Supervisor-Overrides             VALUE "Y".
       01  WS-Confirm-Answer        PIC X       VALUE "N".
           88  Operator-Confirms                VALUE "Y".
       01  WS-Accounts-Open-SW      PIC X       VALUE "N".
           88  Accounts-Is-Open                 VALUE "Y".
       01  WS-Holds-Open-SW         PIC X       VALUE "N".
           88  Holds-Are-Open                   VALUE "Y".
       01  WS-Terms-Open-SW         PIC X       VALUE "N".
           88  Terms-Is-Open                    VALUE "Y".
       01  WS-Waitlist-Open-SW      PIC X       VALUE "N".
           88  Waitlist-Is-Open                 VALUE "Y".
       01  WS-FeeChg-Open-SW        PIC X       VALUE "N".
           88  Fee-Charges-Are-Open             VALUE "Y".
       01  WS-Promote-Found-SW      PIC X       VALUE "N".
           88  Promotion-Waiting                VALUE "Y".
       01  WS-Promote-StuID         PIC 9(5)    VALUE ZERO.
       01  WS-Promote-Term          PIC X(6)    VALUE SPACES.
       01  WS-Hold-Balance-Edited   PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====SECTION SWAP====".
      *>   this program runs once per CALL - reset the switches the
      *>   menu loop may have left behind from an earlier session
            MOVE 0   TO RETURN-CODE.
            MOVE "Y" TO WS-More-Swaps.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM LOAD-COURSE-CATALOG.
            IF WS-Catalog-Count = ZERO
                DISPLAY "  *** no active courses on the catalog, "
                        "no section can be swapped into ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O StudentsFile.
            IF NOT FS-OK
                PERFORM CHECK-FILE-STATUS
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM OPEN-SWAP-FILES.
            PERFORM OPEN-STUDENT-LOCKS.
            PERFORM SWAP-ONE-SECTION UNTIL NOT More-Swaps.
            CLOSE StudentsFile.
            IF Accounts-Is-Open
                CLOSE AccountsFile
            END-IF.
            IF Holds-Are-Open
                CLOSE HoldsFile
            END-IF.
            IF Terms-Is-Open
                CLOSE TermsFile
            END-IF.
            IF Waitlist-Is-Open
                CLOSE WaitlistFile
            END-IF.
            IF Fee-Charges-Are-Open
                CLOSE FeeChargeFile
            END-IF.
            IF Locks-Are-Open
                CLOSE LocksFile
            END-IF.
            GOBACK.

       OPEN-SWAP-FILES.
      *>   the same files the enrollment edits read, plus the waitlist
      *>   for the freed seat and the fee charges that follow the
      *>   student to the new section - a missing optional file just
      *>   means there is nothing on it yet
           MOVE "N" TO WS-Accounts-Open-SW.
           OPEN INPUT AccountsFile.
           IF FS-Account-OK
               SET Accounts-Is-Open TO TRUE
           ELSE
               IF NOT FS-Account-File-Missing
                   DISPLAY "  *** unable to open accounts.dat, "
                           "status " WS-Account-Status
                           " - holds not checked ***"
               END-IF
           END-IF.
           MOVE "N" TO WS-Holds-Open-SW.
           OPEN INPUT HoldsFile.
           IF FS-Hold-OK
               SET Holds-Are-Open TO TRUE
           END-IF.
           MOVE "N" TO WS-Terms-Open-SW.
           OPEN INPUT TermsFile.
           IF FS-Term-OK
               SET Terms-Is-Open TO TRUE
           ELSE
               DISPLAY "  *** terms.dat not available, status "
                       WS-Term-Status " - the add/drop deadline "
                       "is NOT enforced ***"
           END-IF.
           MOVE "N" TO WS-Waitlist-Open-SW.
           OPEN I-O WaitlistFile.
           IF FS-Waitlist-OK
               SET Waitlist-Is-Open TO TRUE
           ELSE
               IF NOT FS-Waitlist-File-Missing
                   DISPLAY "  *** unable to open waitlist.dat, "
                           "status " WS-Waitlist-Status
                           " - promotions unavailable ***"
               END-IF
           END-IF.
           MOVE "N" TO WS-FeeChg-Open-SW.
           OPEN I-O FeeChargeFile.
           IF FS-FeeChg-OK
               SET Fee-Charges-Are-Open TO TRUE
           ELSE
               IF NOT FS-FeeChg-File-Missing
                   DISPLAY "  *** unable to open feecharge.dat, "
                           "status " WS-FeeChg-Status
                           " - course fees stay on the old "
                           "section ***"
               END-IF
           END-IF.

       SWAP-ONE-SECTION.
           DISPLAY "StuID swapping: " WITH NO ADVANCING.
           ACCEPT WS-Swap-StuID.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT WS-Swap-Course-Code.
           DISPLAY "Section now held: " WITH NO ADVANCING.
           ACCEPT WS-Swap-From-Section.
           DISPLAY "Section wanted: " WITH NO ADVANCING.
           ACCEPT WS-Swap-To-Section.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Swap-Term.
           IF WS-Swap-To-Section = WS-Swap-From-Section
               DISPLAY "  *** the student already holds section "
                       WS-Swap-From-Section " ***"
           ELSE
               PERFORM CHECK-STUDENT-ON-FILE
               IF Student-On-File
                   MOVE WS-Swap-StuID TO WS-Lock-StuID
                   PERFORM ACQUIRE-STUDENT-LOCK
                   IF Lock-Granted
                       PERFORM SWAP-UNDER-LOCK
                       PERFORM RELEASE-STUDENT-LOCK
                   ELSE
                       DISPLAY "  swap for StuID " WS-Swap-StuID
                               " skipped - record in use."
                   END-IF
               END-IF
           END-IF.
           DISPLAY "Another swap (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-More-Swaps.

       CHECK-STUDENT-ON-FILE.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Swap-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   MOVE "N" TO WS-Student-Found-SW
                   DISPLAY "  *** StuID " WS-Swap-StuID
                           " has no master record on file ***"
               NOT INVALID KEY
                   MOVE "Y" TO WS-Student-Found-SW
           END-READ.

       SWAP-UNDER-LOCK.
      *>   every edit an add would face runs against the target
      *>   section first - cap, time conflict, term window, holds -
      *>   and the student's row is not touched unless all of them
      *>   pass, so a refused swap leaves the student where they were
           PERFORM FIND-ENROLLMENT-ROW.
           IF NOT Enrollment-Row-Found
               DISPLAY "  *** no open enrollment on file for StuID "
                       WS-Swap-StuID " in " WS-Swap-Course-Code
                       " section " WS-Swap-From-Section
                       " term " WS-Swap-Term " ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM RUN-SWAP-EDITS.
           IF NOT Swap-Edits-Passed
               DISPLAY "  swap refused - StuID " WS-Swap-StuID
                       " keeps section " WS-Swap-From-Section
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  move StuID " WS-Swap-StuID " from "
                   WS-Swap-Course-Code " section "
                   WS-Swap-From-Section " to section "
                   WS-Swap-To-Section " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Confirm-Answer.
           IF Operator-Confirms
               PERFORM MOVE-ENROLLMENT-ROW
           END-IF.

       FIND-ENROLLMENT-ROW.
      *>   ascending SF-Key order groups every "E" row for this StuID
      *>   together - scan forward from the first one and stop as soon
      *>   as the type or StuID changes, or the row being left is in
      *>   hand. A graded row (including "W") is history, not a seat.
           MOVE "N" TO WS-Row-Found-SW.
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Swap-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM READ-NEXT-OWN-ROW UNTIL Scan-Done.

       READ-NEXT-OWN-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-Student-id = WS-Swap-StuID
                       IF WS-ED-Course-Code = WS-Swap-Course-Code
                          AND WS-ED-Section = WS-Swap-From-Section
                          AND WS-ED-Term = WS-Swap-Term
                          AND WS-ED-Grade = SPACES
                           SET Enrollment-Row-Found TO TRUE
                           SET Scan-Done TO TRUE
                           MOVE WS-Student-Seq TO WS-Swap-Seq
                           MOVE WS-ED-Credit-Hours
                               TO WS-Swap-Credit-Hours
                       END-IF
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       RUN-SWAP-EDITS.
      *>   the first edit to fail names itself and stops the rest
           MOVE "N" TO WS-Edits-Passed-SW.
           PERFORM VALIDATE-TARGET-SECTION.
           IF NOT Course-Found
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-TARGET-SEATS.
           IF WS-To-Seats-Taken >= WS-To-Section-Cap
               DISPLAY "  *** section " WS-Swap-To-Section " of "
                       WS-Swap-Course-Code " is full ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-TIME-CONFLICT.
           IF Time-Conflict
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-SWAP-TERM.
           IF NOT Swap-Term-Ok
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ACCOUNT-HOLD.
           IF Account-On-Hold
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CODED-HOLDS.
           IF Registration-Blocked
               EXIT PARAGRAPH
           END-IF.
           SET Swap-Edits-Passed TO TRUE.

       VALIDATE-TARGET-SECTION.
      *>   the target must be an active section of the same course,
      *>   running in this term (or in any term), and worth the same
      *>   hours - the swap moves the seat without touching the
      *>   ledger, so a section priced differently is a drop and add
           MOVE "N" TO WS-Course-Found-SW.
           SEARCH ALL CourseCatalog-Entry
               AT END
                   CONTINUE
               WHEN CC-Code(CC-Idx) = WS-Swap-Course-Code
                AND CC-Section(CC-Idx) = WS-Swap-To-Section
                   SET Course-Found TO TRUE
                   MOVE CC-Term(CC-Idx)         TO WS-To-Cat-Term
                   MOVE CC-Credit-Hours(CC-Idx) TO WS-To-Credit-Hours
                   MOVE CC-Section-Cap(CC-Idx)  TO WS-To-Section-Cap
                   MOVE CC-Meet-Days(CC-Idx)    TO WS-To-Meet-Days
                   MOVE CC-Meet-Start(CC-Idx)   TO WS-To-Meet-Start
                   MOVE CC-Meet-End(CC-Idx)     TO WS-To-Meet-End
           END-SEARCH.
           IF NOT Course-Found
               DISPLAY "  *** unknown course/section "
                       WS-Swap-Course-Code " " WS-Swap-To-Section
                       " ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-To-Cat-Term NOT = SPACES
              AND WS-To-Cat-Term NOT = WS-Swap-Term
               MOVE "N" TO WS-Course-Found-SW
               DISPLAY "  *** section " WS-Swap-To-Section " of "
                       WS-Swap-Course-Code " runs in term "
                       WS-To-Cat-Term ", not " WS-Swap-Term " ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-To-Credit-Hours NOT = WS-Swap-Credit-Hours
               MOVE "N" TO WS-Course-Found-SW
               DISPLAY "  *** section " WS-Swap-To-Section
                       " carries " WS-To-Credit-Hours
                       " hours, not " WS-Swap-Credit-Hours
                       " - drop and add instead ***"
           END-IF.

       COUNT-TARGET-SEATS.
      *>   the seats taken are counted straight off the "E" rows on
      *>   file at the moment of the swap, the same rows every
      *>   enrollment run seeds its tallies from; a "W" row has left
           MOVE ZERO TO WS-To-Seats-Taken.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM TALLY-TARGET-SEAT UNTIL Scan-Done.

       TALLY-TARGET-SEAT.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF NOT WS-Enrollment-Record
                       SET Scan-Done TO TRUE
                   ELSE
                       IF WS-ED-Course-Code = WS-Swap-Course-Code
                          AND WS-ED-Section = WS-Swap-To-Section
                          AND WS-ED-Grade NOT = "W"
                           ADD 1 TO WS-To-Seats-Taken
                       END-IF
                   END-IF
           END-READ.

       CHECK-TIME-CONFLICT.
      *>   compare the target section's meeting times against every
      *>   course the student sits in that term, leaving out the row
      *>   being swapped - the section being left cannot clash with
      *>   the one replacing it
           MOVE "N" TO WS-Conflict-SW.
           IF WS-To-Meet-Days = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Swap-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM READ-NEXT-TERM-ROW
               UNTIL Scan-Done OR Time-Conflict.
           IF Time-Conflict
               DISPLAY "  *** section " WS-Swap-To-Section
                       " meets at the same time as " WS-Other-Course
                       " section " WS-Other-Section " in term "
                       WS-Swap-Term " ***"
           END-IF.

       READ-NEXT-TERM-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-Student-id = WS-Swap-StuID
                       IF WS-ED-Term = WS-Swap-Term
                          AND WS-Student-Seq NOT = WS-Swap-Seq
                          AND WS-ED-Grade NOT = "W"
                           PERFORM COMPARE-MEETING-TIMES
                       END-IF
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       COMPARE-MEETING-TIMES.
      *>   pull the other enrollment's own section's schedule off the
      *>   catalog table; a section no longer on the catalog has no
      *>   schedule to conflict with
           MOVE WS-ED-Course-Code TO WS-Other-Course.
           MOVE WS-ED-Section     TO WS-Other-Section.
           MOVE SPACES TO WS-Other-Meet-Days.
           MOVE ZERO   TO WS-Other-Meet-Start.
           MOVE ZERO   TO WS-Other-Meet-End.
           SEARCH ALL CourseCatalog-Entry
               AT END
                   CONTINUE
               WHEN CC-Code(CC-Idx) = WS-Other-Course
                AND CC-Section(CC-Idx) = WS-Other-Section
                   MOVE CC-Meet-Days(CC-Idx)  TO WS-Other-Meet-Days
                   MOVE CC-Meet-Start(CC-Idx) TO WS-Other-Meet-Start
                   MOVE CC-Meet-End(CC-Idx)   TO WS-Other-Meet-End
           END-SEARCH.
           IF WS-Other-Meet-Days = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Days-Overlap-SW.
           PERFORM CHECK-ONE-DAY
               VARYING WS-Day-Sub FROM 1 BY 1 UNTIL WS-Day-Sub > 5
               AFTER WS-Day-Sub-2 FROM 1 BY 1 UNTIL WS-Day-Sub-2 > 5.
           IF Days-Overlap
              AND WS-To-Meet-Start < WS-Other-Meet-End
              AND WS-To-Meet-End > WS-Other-Meet-Start
               SET Time-Conflict TO TRUE
           END-IF.

       CHECK-ONE-DAY.
           IF WS-To-Meet-Days(WS-Day-Sub:1) NOT = SPACE
              AND WS-Other-Meet-Days(WS-Day-Sub-2:1) =
                  WS-To-Meet-Days(WS-Day-Sub:1)
               SET Days-Overlap TO TRUE
           END-IF.

       VALIDATE-SWAP-TERM.
      *>   a swap is a schedule change, so it keeps the add/drop
      *>   window an add does: after the deadline it only goes
      *>   through on an audit-logged supervisor override
           MOVE "Y" TO WS-Term-Ok-SW.
           IF NOT Terms-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Swap-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   MOVE "N" TO WS-Term-Ok-SW
                   DISPLAY "  *** term " WS-Swap-Term
                           " is not on the term master ***"
               NOT INVALID KEY
                   PERFORM CHECK-SWAP-TERM-OPEN
           END-READ.

      *>   a closed term is frozen - no override moves a row in it
       CHECK-SWAP-TERM-OPEN.
           IF TM-Closed-Term
               MOVE "N" TO WS-Term-Ok-SW
               DISPLAY "  *** term " WS-Swap-Term " is closed, "
                       "swap refused ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-Today > TM-AddDrop-Deadline
               MOVE "N" TO WS-Term-Ok-SW
               DISPLAY "  *** the add/drop deadline for "
                       WS-Swap-Term " has passed ***"
               PERFORM OFFER-DEADLINE-OVERRIDE
           END-IF.

       OFFER-DEADLINE-OVERRIDE.
           IF NOT Role-Supervisor
               DISPLAY "  (a supervisor can override a late swap)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Supervisor override the deadline (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Override-Answer.
           IF Supervisor-Overrides
               MOVE "Y" TO WS-Term-Ok-SW
               MOVE WS-Swap-StuID TO WS-Audit-StuID
               MOVE "OVRRID"      TO WS-Audit-Action
               MOVE SPACES        TO WS-Audit-Before
               MOVE SPACES        TO WS-Audit-After
               STRING "LATE SWAP ALLOWED FOR TERM " WS-Swap-Term
                   DELIMITED BY SIZE
                   INTO WS-Audit-After
               END-STRING
               PERFORM AUDIT-LOG-WRITE
           END-IF.

       CHECK-ACCOUNT-HOLD.
      *>   a past-due balance blocks a swap the same as an add
           MOVE "N" TO WS-Account-Hold-SW.
           IF NOT Accounts-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Swap-StuID TO AC-StuID.
           MOVE ZERO          TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-Balance > ZERO
                       SET Account-On-Hold TO TRUE
                       MOVE AC-Balance TO WS-Hold-Balance-Edited
                       DISPLAY "  *** StuID " WS-Swap-StuID
                               " has a past-due balance of "
                               WS-Hold-Balance-Edited
                               " - refer to the bursar ***"
                   END-IF
           END-READ.

       CHECK-CODED-HOLDS.
           MOVE "N" TO WS-Reg-Block-SW.
           IF NOT Holds-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Swap-StuID TO WS-Hold-Check-StuID.
           PERFORM SCAN-STUDENT-HOLDS.
           IF Registration-Blocked
               DISPLAY "  *** StuID " WS-Swap-StuID " has an "
                       "active " WS-Blocking-Hold-Code " hold ***"
           END-IF.

       MOVE-ENROLLMENT-ROW.
      *>   the one step: the row is re-read by its own key and
      *>   rewritten with the new section, so there is never a moment
      *>   the student holds neither seat. One audit entry carries
      *>   the row before and after - both sections on one line.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Swap-StuID TO StuID.
           MOVE WS-Swap-Seq   TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   DISPLAY "  *** enrollment row for StuID "
                           WS-Swap-StuID " is gone, status "
                           WS-File-Status " - not swapped ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-Student         TO WS-Audit-Before.
           MOVE WS-Swap-To-Section TO WS-ED-Section.
           REWRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to swap StuID "
                           WS-Swap-StuID ", status " WS-File-Status
                           " - section " WS-Swap-From-Section
                           " kept ***"
               NOT INVALID KEY
                   DISPLAY "  StuID " WS-Swap-StuID " moved to "
                           WS-Swap-Course-Code " section "
                           WS-Swap-To-Section
                   MOVE WS-Swap-StuID TO WS-Audit-StuID
                   MOVE "SWAP"        TO WS-Audit-Action
                   MOVE WS-Student    TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
                   PERFORM CARRY-FEE-CHARGE
                   PERFORM PROMOTE-FROM-WAITLIST
           END-REWRITE.

       CARRY-FEE-CHARGE.
      *>   no refund and no new charge - but a course fee billed for
      *>   the old section moves with the student, so a later drop
      *>   from the new section still finds what was charged
           IF NOT Fee-Charges-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Swap-StuID        TO FC-StuID.
           MOVE WS-Swap-Term         TO FC-Term.
           MOVE WS-Swap-Course-Code  TO FC-Course-Code.
           MOVE WS-Swap-From-Section TO FC-Section.
           READ FeeChargeFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-Swap-To-Section TO FC-Section.
           WRITE FeeChargeRecord
               INVALID KEY
                   DISPLAY "  *** course fee charge left on section "
                           WS-Swap-From-Section ", status "
                           WS-FeeChg-Status " ***"
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-Swap-From-Section TO FC-Section.
           DELETE FeeChargeFile
               INVALID KEY
                   DISPLAY "  *** old section's course fee charge "
                           "not cleared, status " WS-FeeChg-Status
                           " ***"
           END-DELETE.

       PROMOTE-FROM-WAITLIST.
      *>   the seat just left goes to the head of that section's
      *>   waitlist, exactly as a drop's freed seat does
           IF NOT Waitlist-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Promote-Found-SW.
           MOVE WS-Swap-Course-Code  TO WL-Course-Code.
           MOVE WS-Swap-From-Section TO WL-Section.
           MOVE ZERO                 TO WL-Seq.
           START WaitlistFile KEY IS NOT LESS THAN WL-Key
               INVALID KEY
                   CONTINUE
           END-START.
           IF FS-Waitlist-OK
               READ WaitlistFile NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WL-Course-Code = WS-Swap-Course-Code
                          AND WL-Section = WS-Swap-From-Section
                           SET Promotion-Waiting TO TRUE
                           MOVE WL-StuID TO WS-Promote-StuID
                           MOVE WL-Term  TO WS-Promote-Term
                       END-IF
               END-READ
           END-IF.
           IF Promotion-Waiting
               PERFORM WRITE-PROMOTED-ENROLLMENT
           END-IF.

       WRITE-PROMOTED-ENROLLMENT.
           PERFORM FIND-PROMOTE-ENROLL-SEQ.
           MOVE "E"                  TO WS-Student-Record-Type.
           MOVE WS-Promote-StuID     TO WS-Student-id.
           MOVE WS-Next-Enroll-Seq   TO WS-Student-Seq.
           MOVE WS-Swap-Course-Code  TO WS-ED-Course-Code.
           MOVE WS-Swap-From-Section TO WS-ED-Section.
           MOVE WS-Promote-Term      TO WS-ED-Term.
           MOVE WS-Swap-Credit-Hours TO WS-ED-Credit-Hours.
           MOVE SPACES               TO WS-ED-Grade.
           MOVE SPACES               TO WS-ED-Midterm-Grade.
           WRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to promote StuID "
                           WS-Promote-StuID " from the waitlist, "
                           "status " WS-File-Status " ***"
               NOT INVALID KEY
      *>           the head entry read above is still in the record
      *>           area, so the DELETE takes it off the queue
                   DELETE WaitlistFile
                       INVALID KEY
                           DISPLAY "  *** promoted StuID "
                                   WS-Promote-StuID " but unable to "
                                   "clear the waitlist entry, status "
                                   WS-Waitlist-Status " ***"
                   END-DELETE
                   DISPLAY "  promoted StuID " WS-Promote-StuID
                           " from the waitlist into "
                           WS-Swap-Course-Code " section "
                           WS-Swap-From-Section " term "
                           WS-Promote-Term
                   MOVE WS-Promote-StuID TO WS-Audit-StuID
                   MOVE "WLPROM"         TO WS-Audit-Action
                   MOVE SPACES           TO WS-Audit-Before
                   MOVE WS-Student       TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
                   MOVE WS-Promote-StuID    TO WS-Notice-StuID
                   MOVE "WLPR"              TO WS-Notice-Code
                   MOVE WS-Swap-Course-Code TO WS-Notice-Subst-1
                   MOVE WS-Promote-Term     TO WS-Notice-Subst-2
                   PERFORM QUEUE-NOTICE
           END-WRITE.

       FIND-PROMOTE-ENROLL-SEQ.
      *>   the promoted student's own "E" rows, highest sequence seen
           MOVE ZERO TO WS-Next-Enroll-Seq.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Promote-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM READ-NEXT-PROMOTE-ROW UNTIL Scan-Done.
           ADD 1 TO WS-Next-Enroll-Seq.

       READ-NEXT-PROMOTE-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-Student-id = WS-Promote-StuID
                       IF WS-Student-Seq > WS-Next-Enroll-Seq
                           MOVE WS-Student-Seq TO WS-Next-Enroll-Seq
                       END-IF
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       COPY HOLD-PROC.
       COPY NOTICE-PROC.
       COPY LOCK-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY CATALOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-section-swap.
