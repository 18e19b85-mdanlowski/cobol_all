      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Priority preregistration allocation (supervisor only). The
      * term's course requests are filled in priority order - graduating
      * candidates first, then by earned hours, ties drawn by lot -
      * against each section's open seats, registering each request
      * granted and listing each refused with its reason.
      * 2026-10-15  Graduating priority also requires the program's
      *             required courses to be completed, in progress or
      *             requested, and the GPA to meet the program minimum,
      *             as the graduation audit checks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-prereg-alloc.

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
       COPY ACCOUNT-SEL.
       COPY CATALOG-SEL.
       COPY WAITLIST-SEL.
       COPY TERM-SEL.
       COPY HOLD-SEL.
       COPY ADVISOR-SEL.
       COPY ADVREL-SEL.
       COPY PROGRAM-SEL.
       COPY CRSREQ-SEL.
       COPY PREWIN-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.
           SELECT  SortWorkFile ASSIGN TO "sortwork.tmp".
      *> the registrar files the printed results with the term's
      *> preregistration papers
           SELECT  AllocReportFile ASSIGN TO WS-Report-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY ACCOUNT-FD.
       COPY CATALOG-FD.
       COPY WAITLIST-FD.
       COPY TERM-FD.
       COPY HOLD-FD.
       COPY ADVISOR-FD.
       COPY ADVREL-FD.
       COPY PROGRAM-FD.
       COPY CRSREQ-FD.
       COPY PREWIN-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

      *>   priority order: graduating candidates (class 1) ahead of
      *>   everyone else (class 2), then the most earned hours, then
      *>   the drawn tiebreak; a student's own requests stay together
      *>   in rank order
       SD  SortWorkFile.
       01  SortWorkRecord.
           02  SW-Priority-Class   PIC 9.
           02  SW-Earned-Hours     PIC 9(3)V9.
           02  SW-Tiebreak         PIC 9(6).
           02  SW-StuID            PIC 9(5).
           02  SW-Rank             PIC 99.
           02  SW-Course-Code      PIC X(6).
           02  SW-Section          PIC 99.

       FD  AllocReportFile.
       01  AllocReportLine             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY ACCOUNT-WS.
       COPY CATALOG-WS.
       COPY WAITLIST-WS.
       COPY TERM-WS.
       COPY HOLD-WS.
       COPY HOLD-CODES.
       COPY ADVISOR-WS.
       COPY ADVREL-WS.
       COPY PROGRAM-WS.
       COPY CRSREQ-WS.
       COPY PREWIN-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY COURSE-CATALOG.
       COPY GRADE-SCALE.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Report-Status            PIC XX      VALUE SPACES.
           88  FS-Report-OK                        VALUE "00".
       01  WS-Report-File-Name         PIC X(30)   VALUE SPACES.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Time-Now                 PIC 9(8)    VALUE ZERO.
       01  WS-Alloc-Term               PIC X(6)    VALUE SPACES.
       01  WS-Confirm-Answer           PIC X       VALUE "N".
           88  Operator-Confirms                   VALUE "Y".
       01  WS-Request-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Student-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Candidate-Count          PIC 9(5)    VALUE ZERO.
       01  WS-Granted-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Waitlisted-Count         PIC 9(5)    VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Count-Edited             PIC ZZ,ZZ9.
       01  WS-Count-Edited-2           PIC ZZ,ZZ9.
       01  WS-Count-Edited-3           PIC ZZ,ZZ9.
       01  WS-Count-Edited-4           PIC ZZ,ZZ9.
      *>   the credit hours a degree requires when the student has no
      *>   program on file - the graduation audit's published default
       01  WS-Credit-Requirement       PIC 9(3)V9  VALUE 120.0.
       01  WS-Hours-Required           PIC 9(3)V9  VALUE ZERO.
       01  WS-Programs-Open-SW         PIC X       VALUE "N".
           88  Programs-Are-Open                   VALUE "Y".
       01  WS-Program-Found-SW         PIC X       VALUE "N".
           88  Program-Found                       VALUE "Y".
       01  WS-Req-Sub                  PIC 99      VALUE ZERO.
       01  WS-Requirements-SW          PIC X       VALUE "Y".
           88  Requirements-Met                    VALUE "Y".
       01  WS-Req-Course-SW            PIC X       VALUE "N".
           88  Req-Course-Covered                  VALUE "Y".

      *>   the tiebreak is drawn once per student from a generator
      *>   seeded off the clock, so no StuID range is favored run
      *>   after run
       01  WS-Random-Seed              PIC 9(6)    VALUE ZERO.
       01  WS-Random-Work              PIC 9(12)   VALUE ZERO.
       01  WS-Random-Quotient          PIC 9(12)   VALUE ZERO.

      *>   one student's pending requests, held while the input pass
      *>   works out where the student stands
       01  WS-Buffer-StuID             PIC 9(5)    VALUE ZERO.
       01  WS-Buffer-Count             PIC 99      VALUE ZERO.
       01  WS-Request-Buffer.
           02  WS-Buffer-Entry OCCURS 20 TIMES.
               03  BUF-Rank            PIC 99.
               03  BUF-Course-Code     PIC X(6).
               03  BUF-Section         PIC 99.
       01  WS-Buffer-Sub               PIC 99      VALUE ZERO.
       01  WS-Requested-Hours          PIC 9(3)V9  VALUE ZERO.
       01  WS-In-Progress-Hours        PIC 9(3)V9  VALUE ZERO.
       01  WS-Projected-Hours          PIC 9(4)V9  VALUE ZERO.
       01  WS-Request-EOF-SW           PIC X       VALUE "N".
           88  EndOfRequests                       VALUE "Y".
       01  WS-Sort-EOF-SW              PIC X       VALUE "N".
           88  EndOfSort                           VALUE "Y".

      *>   the student's attempts in ED-Seq (taken) order, folded for
      *>   repeats the same way the graduation audit does
       01  WS-Attempt-Count            PIC 999     VALUE ZERO.
       01  WS-Attempt-Table.
           02  WS-Attempt-Row OCCURS 100 TIMES.
               03  ATT-Course          PIC X(6).
               03  ATT-Hours           PIC 9V9.
               03  ATT-Grade           PIC X(2).
       01  WS-Att-Sub                  PIC 999     VALUE ZERO.
       01  WS-Att-Later-Sub            PIC 999     VALUE ZERO.
       01  WS-Att-Superseded-SW        PIC X       VALUE "N".
           88  Attempt-Superseded                  VALUE "Y".
       01  WS-Fold-Grade               PIC X(2)    VALUE SPACES.
       01  WS-Grade-In-GPA-SW          PIC X       VALUE "N".
           88  Grade-In-GPA                        VALUE "Y".
       01  WS-Earned-Hours             PIC 9(3)V9  VALUE ZERO.
      *>   the passed-course list and cumulative GPA off the same
      *>   fold, for the program's required courses and minimum GPA
       01  WS-Passed-Count             PIC 999     VALUE ZERO.
       01  WS-Passed-Courses.
           02  WS-Passed-Course        PIC X(6)    VALUE SPACES
                                        OCCURS 100 TIMES.
       01  WS-Passed-Sub               PIC 999     VALUE ZERO.
       01  WS-Cum-Quality-Points       PIC 9(5)V99 VALUE ZERO.
       01  WS-Cum-GPA-Hours            PIC 9(4)V9  VALUE ZERO.
       01  WS-Student-GPA              PIC 9V99    VALUE ZERO.

      *>   the request being placed - the same edits the bulk
      *>   registration load runs on each of its rows
       01  WS-Alloc-StuID              PIC 9(5)    VALUE ZERO.
       01  WS-Alloc-Course-Code        PIC X(6)    VALUE SPACES.
       01  WS-Alloc-Section            PIC 99      VALUE ZERO.
       01  WS-Alloc-Result             PIC X       VALUE SPACE.
           88  Alloc-Granted                       VALUE "G".
           88  Alloc-Waitlisted                    VALUE "W".
           88  Alloc-Rejected                      VALUE "R".
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Accounts-Open-SW         PIC X       VALUE "N".
           88  Accounts-Is-Open                    VALUE "Y".
       01  WS-Holds-Open-SW            PIC X       VALUE "N".
           88  Holds-Are-Open                      VALUE "Y".
       01  WS-Course-Found-SW          PIC X       VALUE "N".
           88  Course-Found                        VALUE "Y".
       01  WS-Section-Full-SW          PIC X       VALUE "N".
           88  Section-Full                        VALUE "Y".
       01  WS-Enroll-Cat-Sub           PIC 99      VALUE ZERO.
       01  WS-Enroll-Credit-Hours      PIC 9V9     VALUE ZERO.
       01  WS-Enroll-Prereq            PIC X(6)    VALUE SPACES.
       01  WS-Enroll-Cat-Term          PIC X(6)    VALUE SPACES.
       01  WS-Enroll-Meet-Days         PIC X(5)    VALUE SPACES.
       01  WS-Enroll-Meet-Start        PIC 9(4)    VALUE ZERO.
       01  WS-Enroll-Meet-End          PIC 9(4)    VALUE ZERO.
       01  WS-Other-Meet-Days          PIC X(5)    VALUE SPACES.
       01  WS-Other-Meet-Start         PIC 9(4)    VALUE ZERO.
       01  WS-Other-Meet-End           PIC 9(4)    VALUE ZERO.
       01  WS-Other-Course             PIC X(6)    VALUE SPACES.
       01  WS-Other-Section            PIC 99      VALUE ZERO.
       01  WS-Conflict-SW              PIC X       VALUE "N".
           88  Time-Conflict                       VALUE "Y".
       01  WS-Days-Overlap-SW          PIC X       VALUE "N".
           88  Days-Overlap                        VALUE "Y".
       01  WS-Day-Sub                  PIC 9       VALUE ZERO.
       01  WS-Day-Sub-2                PIC 9       VALUE ZERO.
       01  WS-Term-Ok-SW               PIC X       VALUE "N".
           88  Enroll-Term-Ok                      VALUE "Y".
       01  WS-Account-Hold-SW          PIC X       VALUE "N".
           88  Account-On-Hold                     VALUE "Y".
       01  WS-Prereq-Met-SW            PIC X       VALUE "Y".
           88  Prereq-Met                          VALUE "Y".
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Prereq-Scan-Done-SW      PIC X       VALUE "N".
           88  Prereq-Scan-Done                    VALUE "Y".
       01  WS-Next-Enroll-Seq          PIC 999     VALUE ZERO.
       01  WS-Next-Waitlist-Seq        PIC 999     VALUE ZERO.
       01  WS-Grade-Points             PIC 9V99    VALUE ZERO.

      *>   per catalog entry: seats taken before the run, then what
      *>   the run saw asked for and what it did with it
       01  WS-Section-Counts.
           02  WS-Section-Row OCCURS 50 TIMES.
               03  WS-Section-Enrolled PIC 999.
               03  WS-Section-Before   PIC 999.
               03  WS-Section-Demand   PIC 999.
               03  WS-Section-Granted  PIC 999.
               03  WS-Section-Waitlist PIC 999.
       01  WS-Seed-Sub                 PIC 99      VALUE ZERO.

      *>   control break on the student in the results listing
       01  WS-Prev-StuID               PIC 9(5)    VALUE ZERO.
       01  WS-First-Row-SW             PIC X       VALUE "Y".
           88  First-Row                           VALUE "Y".

       01  WS-Student-Line.
           02  FILLER                  PIC X(8)    VALUE "STUDENT ".
           02  SL-StuID                PIC 9(5).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  SL-Surname              PIC X(20).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  SL-Class                PIC X(9).
           02  FILLER                  PIC X(9)    VALUE "  EARNED ".
           02  SL-Earned-Hours         PIC ZZ9.9.
           02  FILLER                  PIC X(11)   VALUE
                                        "  TIEBREAK ".
           02  SL-Tiebreak             PIC 9(6).

       01  WS-Detail-Line.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Rank                 PIC 99.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Course-Code          PIC X(6).
           02  FILLER                  PIC X       VALUE "-".
           02  DL-Section              PIC 99.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Result               PIC X(10).
           02  FILLER                  PIC X       VALUE SPACE.
           02  DL-Reason               PIC X(4).
           02  FILLER                  PIC X       VALUE SPACE.
           02  DL-Reason-Text          PIC X(40).

       01  WS-Summary-Line.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  SM-Course-Code          PIC X(6).
           02  FILLER                  PIC X       VALUE "-".
           02  SM-Section              PIC 99.
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  SM-Cap                  PIC ZZ9.
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  SM-Before               PIC ZZ9.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  SM-Demand               PIC ZZ9.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  SM-Granted              PIC ZZ9.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  SM-Waitlist             PIC ZZ9.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  SM-Open                 PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====PREREGISTRATION SEAT ALLOCATION====".
      *>   this program runs once per CALL - reset the switches and
      *>   counters so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Request-EOF-SW.
            MOVE "N"  TO WS-Sort-EOF-SW.
            MOVE "Y"  TO WS-First-Row-SW.
            MOVE ZERO TO WS-Buffer-Count.
            MOVE ZERO TO WS-Request-Count.
            MOVE ZERO TO WS-Student-Count.
            MOVE ZERO TO WS-Candidate-Count.
            MOVE ZERO TO WS-Granted-Count.
            MOVE ZERO TO WS-Waitlisted-Count.
            MOVE ZERO TO WS-Rejected-Count.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
      *>   the run writes enrollment rows for a whole term at once -
      *>   supervisor only, the same as the bulk registration load's
      *>   place on the nightly schedule
            IF NOT Role-Supervisor
                DISPLAY "  *** the preregistration allocation is "
                        "restricted to the supervisor role ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "Term to allocate: " WITH NO ADVANCING.
            ACCEPT WS-Alloc-Term.
            PERFORM LOAD-COURSE-CATALOG.
            PERFORM OPEN-ALLOC-FILES.
            IF RETURN-CODE NOT = 0
                PERFORM CLOSE-ALLOC-FILES
                GOBACK
            END-IF.
            PERFORM VALIDATE-ALLOC-TERM.
            IF RETURN-CODE NOT = 0
                PERFORM CLOSE-ALLOC-FILES
                GOBACK
            END-IF.
            PERFORM SEED-SECTION-COUNTS.
            ACCEPT WS-Time-Now FROM TIME.
            MOVE WS-Time-Now(1:6) TO WS-Random-Seed.
            OPEN OUTPUT AllocReportFile.
            SORT SortWorkFile
                ON ASCENDING KEY SW-Priority-Class
                   DESCENDING KEY SW-Earned-Hours
                   ASCENDING KEY SW-Tiebreak SW-StuID SW-Rank
                INPUT PROCEDURE RELEASE-PENDING-REQUESTS
                OUTPUT PROCEDURE ALLOCATE-REQUESTS.
            PERFORM PRINT-SECTION-SUMMARY.
            CLOSE AllocReportFile.
            PERFORM STAMP-ALLOCATION-DATE.
            PERFORM CLOSE-ALLOC-FILES.
            MOVE WS-Request-Count TO WS-Count-Edited.
            MOVE WS-Student-Count TO WS-Count-Edited-2.
            DISPLAY "  " WS-Count-Edited " request(s) from "
                    WS-Count-Edited-2 " student(s) - results in "
                    WS-Report-File-Name.
            DISPLAY "  " WS-Granted-Count " granted, "
                    WS-Waitlisted-Count " waitlisted (section full), "
                    WS-Rejected-Count " rejected - see error.log.".
            IF RETURN-CODE = 0 AND WS-Rejected-Count > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       OPEN-ALLOC-FILES.
           OPEN I-O StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** unable to open terms.dat, status "
                       WS-Term-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O PreregWindowFile.
           IF NOT FS-PreWin-OK
               DISPLAY "  *** unable to open prewin.dat, status "
                       WS-PreWin-Status " - no preregistration "
                       "window has been set ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O CourseRequestFile.
           IF NOT FS-CrsReq-OK
               DISPLAY "  *** unable to open crsreq.dat, status "
                       WS-CrsReq-Status " - no course requests "
                       "have been keyed ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *>   the same optional files the bulk registration load reads:
      *>   no accounts, holds, advisor or release file just means
      *>   nothing of that kind has been recorded yet
           MOVE "N" TO WS-Accounts-Open-SW.
           OPEN INPUT AccountsFile.
           IF FS-Account-OK
               SET Accounts-Is-Open TO TRUE
           END-IF.
           MOVE "N" TO WS-Holds-Open-SW.
           OPEN INPUT HoldsFile.
           IF FS-Hold-OK
               SET Holds-Are-Open TO TRUE
           END-IF.
           MOVE "N" TO WS-Advisor-Open-SW.
           OPEN INPUT AdvisorFile.
           IF FS-Advisor-OK
               SET Advisors-Are-Open TO TRUE
           END-IF.
           MOVE "N" TO WS-AdvRel-Open-SW.
           OPEN INPUT AdvReleaseFile.
           IF FS-AdvRel-OK
               SET Releases-Are-Open TO TRUE
           END-IF.
      *>   no programs.dat keeps every student on the default hours
           MOVE "N" TO WS-Programs-Open-SW.
           OPEN INPUT ProgramsFile.
           IF FS-Program-OK
               SET Programs-Are-Open TO TRUE
           END-IF.
           OPEN I-O WaitlistFile.
           IF FS-Waitlist-File-Missing
               OPEN OUTPUT WaitlistFile
               CLOSE WaitlistFile
               OPEN I-O WaitlistFile
           END-IF.

       CLOSE-ALLOC-FILES.
           CLOSE StudentsFile.
           CLOSE TermsFile.
           CLOSE PreregWindowFile.
           CLOSE CourseRequestFile.
           IF Accounts-Is-Open
               CLOSE AccountsFile
           END-IF.
           IF Holds-Are-Open
               CLOSE HoldsFile
           END-IF.
           IF Advisors-Are-Open
               CLOSE AdvisorFile
           END-IF.
           IF Releases-Are-Open
               CLOSE AdvReleaseFile
           END-IF.
           IF Programs-Are-Open
               CLOSE ProgramsFile
           END-IF.
           CLOSE WaitlistFile.

      ******************************************************************
      * The run goes after the window has closed and before add/drop
      * ends. A rerun only picks up requests still pending, so a run
      * that stopped part way through is finished, not repeated.
      ******************************************************************
       VALIDATE-ALLOC-TERM.
           MOVE WS-Alloc-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Alloc-Term
                           " is not on the term master ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
           IF TM-Closed-Term
               DISPLAY "  *** term " WS-Alloc-Term " is closed ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Alloc-Term TO PW-Term.
           READ PreregWindowFile
               INVALID KEY
                   DISPLAY "  *** no preregistration window is set "
                           "for " WS-Alloc-Term " ***"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.
           IF WS-Today NOT > PW-Close-Date
               DISPLAY "  *** the " WS-Alloc-Term " window is open "
                       "until " PW-Close-Date " - allocate after it "
                       "closes ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF PW-Alloc-Date NOT = ZERO
               DISPLAY "  requests for " WS-Alloc-Term " were "
                       "allocated " PW-Alloc-Date " - only requests "
                       "still pending will be placed."
               DISPLAY "Continue (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-Confirm-Answer
               IF NOT Operator-Confirms
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO WS-Report-File-Name.
           STRING "prealloc."    DELIMITED BY SIZE
                  WS-Alloc-Term  DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-Today       DELIMITED BY SIZE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Report-File-Name
           END-STRING.

       STAMP-ALLOCATION-DATE.
           MOVE WS-Alloc-Term TO PW-Term.
           READ PreregWindowFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-Today       TO PW-Alloc-Date.
           MOVE WS-Operator-ID TO PW-Alloc-By.
           REWRITE PreregWindowRecord
               INVALID KEY
                   DISPLAY "  *** unable to stamp the allocation on "
                           "prewin.dat, status " WS-PreWin-Status
                           " ***"
           END-REWRITE.

       SEED-SECTION-COUNTS.
      *>   tally every "E" row already on file against its catalog
      *>   entry exactly as the bulk registration load does, so the
      *>   caps include seats taken at the counter and in earlier
      *>   runs
           PERFORM CLEAR-SECTION-COUNT
               VARYING WS-Seed-Sub FROM 1 BY 1
               UNTIL WS-Seed-Sub > 50.
           MOVE "N" TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE ZERO TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM SEED-ONE-ROW UNTIL Scan-Done.
           PERFORM SAVE-SEATS-BEFORE
               VARYING WS-Seed-Sub FROM 1 BY 1
               UNTIL WS-Seed-Sub > 50.

       CLEAR-SECTION-COUNT.
           MOVE ZERO TO WS-Section-Enrolled(WS-Seed-Sub).
           MOVE ZERO TO WS-Section-Demand(WS-Seed-Sub).
           MOVE ZERO TO WS-Section-Granted(WS-Seed-Sub).
           MOVE ZERO TO WS-Section-Waitlist(WS-Seed-Sub).

       SAVE-SEATS-BEFORE.
           MOVE WS-Section-Enrolled(WS-Seed-Sub)
               TO WS-Section-Before(WS-Seed-Sub).

       SEED-ONE-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
      *>           a "W" row stays on the transcript but the student
      *>           has left the section - the seat is free
                   IF NOT WS-Enrollment-Record
                       SET Scan-Done TO TRUE
                   ELSE
                       IF WS-Catalog-Count > ZERO
                          AND WS-ED-Grade NOT = "W"
                           SEARCH ALL CourseCatalog-Entry
                               AT END
                                   CONTINUE
                               WHEN CC-Code(CC-Idx) =
                                    WS-ED-Course-Code
                                AND CC-Section(CC-Idx) =
                                    WS-ED-Section
                                   ADD 1 TO
                                       WS-Section-Enrolled(CC-Idx)
                           END-SEARCH
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Input pass: the term's pending requests, one student at a
      * time. Each student's requests are held until the student's
      * standing is known, then released under the student's
      * priority.
      ******************************************************************
       RELEASE-PENDING-REQUESTS.
           MOVE WS-Alloc-Term TO CR-Term.
           MOVE ZERO          TO CR-StuID.
           MOVE ZERO          TO CR-Rank.
           START CourseRequestFile KEY IS NOT LESS THAN CR-Key
               INVALID KEY
                   SET EndOfRequests TO TRUE
           END-START.
           PERFORM READ-ONE-REQUEST UNTIL EndOfRequests.
           IF WS-Buffer-Count > ZERO
               PERFORM RELEASE-STUDENT-REQUESTS
           END-IF.

       READ-ONE-REQUEST.
           READ CourseRequestFile NEXT RECORD
               AT END
                   SET EndOfRequests TO TRUE
               NOT AT END
                   IF CR-Term NOT = WS-Alloc-Term
                       SET EndOfRequests TO TRUE
                   ELSE
                       IF CR-Pending
                           PERFORM BUFFER-ONE-REQUEST
                       END-IF
                   END-IF
           END-READ.

       BUFFER-ONE-REQUEST.
           IF WS-Buffer-Count > ZERO
              AND CR-StuID NOT = WS-Buffer-StuID
               PERFORM RELEASE-STUDENT-REQUESTS
           END-IF.
           IF WS-Buffer-Count >= 20
               DISPLAY "  *** StuID " CR-StuID " request " CR-Rank
                       " is past the 20 a run will place - left "
                       "pending ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE CR-StuID TO WS-Buffer-StuID.
           ADD 1 TO WS-Buffer-Count.
           MOVE CR-Rank        TO BUF-Rank(WS-Buffer-Count).
           MOVE CR-Course-Code TO BUF-Course-Code(WS-Buffer-Count).
           MOVE CR-Section     TO BUF-Section(WS-Buffer-Count).

       RELEASE-STUDENT-REQUESTS.
           ADD 1 TO WS-Student-Count.
           PERFORM RATE-STUDENT-PRIORITY.
           PERFORM DRAW-TIEBREAK.
           PERFORM RELEASE-ONE-BUFFERED
               VARYING WS-Buffer-Sub FROM 1 BY 1
               UNTIL WS-Buffer-Sub > WS-Buffer-Count.
           MOVE ZERO TO WS-Buffer-Count.

       RELEASE-ONE-BUFFERED.
           MOVE WS-Buffer-StuID               TO SW-StuID.
           MOVE BUF-Rank(WS-Buffer-Sub)        TO SW-Rank.
           MOVE BUF-Course-Code(WS-Buffer-Sub) TO SW-Course-Code.
           MOVE BUF-Section(WS-Buffer-Sub)     TO SW-Section.
           RELEASE SortWorkRecord.
           ADD 1 TO WS-Request-Count.

      ******************************************************************
      * A graduating candidate is a student this term can finish: the
      * graduation audit's folded earned hours, plus the hours still
      * in progress, plus the hours now requested, reach the hours
      * their degree program (or the published default) requires;
      * every required course of the program is passed, in progress
      * or among the requests; and the GPA meets the program minimum.
      ******************************************************************
       RATE-STUDENT-PRIORITY.
           MOVE 2    TO SW-Priority-Class.
           MOVE ZERO TO SW-Earned-Hours.
           MOVE WS-Buffer-StuID TO WS-Alloc-StuID.
           PERFORM LOOK-UP-STUDENT.
           IF NOT Student-On-File
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Credit-Requirement TO WS-Hours-Required.
           MOVE "N" TO WS-Program-Found-SW.
           IF Programs-Are-Open AND WS-Student-major NOT = SPACES
               MOVE WS-Student-major TO PG-Code
               READ ProgramsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Program-Found TO TRUE
                       MOVE PG-Total-Hours TO WS-Hours-Required
               END-READ
           END-IF.
           PERFORM COLLECT-STUDENT-RECORD.
           MOVE ZERO TO WS-Requested-Hours.
           PERFORM ADD-REQUESTED-HOURS
               VARYING WS-Buffer-Sub FROM 1 BY 1
               UNTIL WS-Buffer-Sub > WS-Buffer-Count.
           MOVE WS-Earned-Hours TO SW-Earned-Hours.
           COMPUTE WS-Projected-Hours = WS-Earned-Hours
               + WS-In-Progress-Hours + WS-Requested-Hours.
           IF WS-Projected-Hours < WS-Hours-Required
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PROGRAM-REQUIREMENTS.
           IF Requirements-Met
               MOVE 1 TO SW-Priority-Class
               ADD 1 TO WS-Candidate-Count
           END-IF.

       CHECK-PROGRAM-REQUIREMENTS.
      *>   a student with no program on file is held to the default
      *>   hours alone, as the graduation audit holds them
           MOVE "Y" TO WS-Requirements-SW.
           IF NOT Program-Found
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ONE-REQUIRED-COURSE
               VARYING WS-Req-Sub FROM 1 BY 1
               UNTIL WS-Req-Sub > 10.
           IF PG-Min-GPA > ZERO
              AND WS-Student-GPA < PG-Min-GPA
               MOVE "N" TO WS-Requirements-SW
           END-IF.

       CHECK-ONE-REQUIRED-COURSE.
           IF PG-Req-Course(WS-Req-Sub) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Req-Course-SW.
           PERFORM CHECK-PASSED-COURSE
               VARYING WS-Passed-Sub FROM 1 BY 1
               UNTIL WS-Passed-Sub > WS-Passed-Count.
           PERFORM CHECK-IN-PROGRESS-COURSE
               VARYING WS-Att-Sub FROM 1 BY 1
               UNTIL WS-Att-Sub > WS-Attempt-Count.
           PERFORM CHECK-REQUESTED-COURSE
               VARYING WS-Buffer-Sub FROM 1 BY 1
               UNTIL WS-Buffer-Sub > WS-Buffer-Count.
           IF NOT Req-Course-Covered
               MOVE "N" TO WS-Requirements-SW
           END-IF.

       CHECK-PASSED-COURSE.
           IF WS-Passed-Course(WS-Passed-Sub) =
              PG-Req-Course(WS-Req-Sub)
               SET Req-Course-Covered TO TRUE
           END-IF.

       CHECK-IN-PROGRESS-COURSE.
           IF ATT-Grade(WS-Att-Sub) = SPACES
              AND ATT-Course(WS-Att-Sub) = PG-Req-Course(WS-Req-Sub)
               SET Req-Course-Covered TO TRUE
           END-IF.

       CHECK-REQUESTED-COURSE.
           IF BUF-Course-Code(WS-Buffer-Sub) =
              PG-Req-Course(WS-Req-Sub)
               SET Req-Course-Covered TO TRUE
           END-IF.

       ADD-REQUESTED-HOURS.
           IF WS-Catalog-Count = ZERO
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL CourseCatalog-Entry
               AT END
                   CONTINUE
               WHEN CC-Code(CC-Idx) = BUF-Course-Code(WS-Buffer-Sub)
                AND CC-Section(CC-Idx) = BUF-Section(WS-Buffer-Sub)
                   ADD CC-Credit-Hours(CC-Idx) TO WS-Requested-Hours
           END-SEARCH.

       DRAW-TIEBREAK.
           COMPUTE WS-Random-Work = WS-Random-Seed * 31821 + 13849.
           DIVIDE WS-Random-Work BY 1000000
               GIVING WS-Random-Quotient
               REMAINDER WS-Random-Seed.
           MOVE WS-Random-Seed TO SW-Tiebreak.

      ******************************************************************
      * Earned hours: the student's own "E" rows folded for repeats
      * plus accepted transfer hours. Ungraded rows are the hours
      * still in progress.
      ******************************************************************
       COLLECT-STUDENT-RECORD.
           MOVE ZERO TO WS-Attempt-Count.
           MOVE ZERO TO WS-Earned-Hours.
           MOVE ZERO TO WS-In-Progress-Hours.
           MOVE ZERO TO WS-Passed-Count.
           MOVE ZERO TO WS-Cum-Quality-Points.
           MOVE ZERO TO WS-Cum-GPA-Hours.
           MOVE ZERO TO WS-Student-GPA.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Alloc-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM COLLECT-ONE-ATTEMPT UNTIL Scan-Done.
           PERFORM FOLD-ONE-ATTEMPT
               VARYING WS-Att-Sub FROM 1 BY 1
               UNTIL WS-Att-Sub > WS-Attempt-Count.
           MOVE "N" TO WS-Scan-Done-SW.
           MOVE "X" TO SF-Record-Type.
           MOVE WS-Alloc-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM COLLECT-ONE-TRANSFER UNTIL Scan-Done.
           IF WS-Cum-GPA-Hours > ZERO
               COMPUTE WS-Student-GPA ROUNDED =
                   WS-Cum-Quality-Points / WS-Cum-GPA-Hours
           END-IF.

       COLLECT-ONE-ATTEMPT.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-Student-id = WS-Alloc-StuID
                       IF WS-ED-Grade = SPACES
                           ADD WS-ED-Credit-Hours
                               TO WS-In-Progress-Hours
                       END-IF
                       IF WS-Attempt-Count < 100
                           ADD 1 TO WS-Attempt-Count
                           MOVE WS-ED-Course-Code
                               TO ATT-Course(WS-Attempt-Count)
                           MOVE WS-ED-Credit-Hours
                               TO ATT-Hours(WS-Attempt-Count)
                           MOVE WS-ED-Grade
                               TO ATT-Grade(WS-Attempt-Count)
                       END-IF
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       COLLECT-ONE-TRANSFER.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WS-Transfer-Record
                      AND WS-XD-StuID = WS-Alloc-StuID
                       ADD WS-XD-Credit-Hours TO WS-Earned-Hours
                       IF WS-XD-Course-Equiv NOT = SPACES
                          AND WS-Passed-Count < 100
                           ADD 1 TO WS-Passed-Count
                           MOVE WS-XD-Course-Equiv
                               TO WS-Passed-Course(WS-Passed-Count)
                       END-IF
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       FOLD-ONE-ATTEMPT.
      *>   a later "W" or "I" is not a counting attempt and
      *>   supersedes nothing
           IF ATT-Grade(WS-Att-Sub) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Att-Superseded-SW.
           PERFORM CHECK-LATER-ATTEMPT
               VARYING WS-Att-Later-Sub FROM WS-Att-Sub BY 1
               UNTIL WS-Att-Later-Sub > WS-Attempt-Count.
           IF Attempt-Superseded
               EXIT PARAGRAPH
           END-IF.
           MOVE ATT-Grade(WS-Att-Sub) TO WS-Fold-Grade.
           PERFORM LOOK-UP-FOLD-POINTS.
           IF Grade-In-GPA
               COMPUTE WS-Cum-Quality-Points =
                   WS-Cum-Quality-Points
                   + WS-Grade-Points * ATT-Hours(WS-Att-Sub)
               ADD ATT-Hours(WS-Att-Sub) TO WS-Cum-GPA-Hours
           END-IF.
           IF Grade-In-GPA AND WS-Grade-Points >= 1.00
               ADD ATT-Hours(WS-Att-Sub) TO WS-Earned-Hours
               IF WS-Passed-Count < 100
                   ADD 1 TO WS-Passed-Count
                   MOVE ATT-Course(WS-Att-Sub)
                       TO WS-Passed-Course(WS-Passed-Count)
               END-IF
           END-IF.

       CHECK-LATER-ATTEMPT.
           IF WS-Att-Later-Sub = WS-Att-Sub
               EXIT PARAGRAPH
           END-IF.
           IF ATT-Course(WS-Att-Later-Sub) = ATT-Course(WS-Att-Sub)
              AND ATT-Grade(WS-Att-Later-Sub) NOT = SPACES
               MOVE ATT-Grade(WS-Att-Later-Sub) TO WS-Fold-Grade
               PERFORM LOOK-UP-FOLD-POINTS
               IF Grade-In-GPA
                   SET Attempt-Superseded TO TRUE
               END-IF
           END-IF.

       LOOK-UP-FOLD-POINTS.
           MOVE ZERO TO WS-Grade-Points.
           MOVE "N"  TO WS-Grade-In-GPA-SW.
           SEARCH ALL GradeScale-Entry
               AT END
                   CONTINUE
               WHEN GS-Grade(GS-Idx) = WS-Fold-Grade
                   MOVE GS-Points(GS-Idx) TO WS-Grade-Points
                   IF GS-Counts-In-GPA(GS-Idx)
                       SET Grade-In-GPA TO TRUE
                   END-IF
           END-SEARCH.

      ******************************************************************
      * Output pass: the requests in priority order. Each one runs the
      * bulk registration load's edits; it is granted an "E" row,
      * waitlisted when its section is full, or rejected with the
      * load's reason code, and the request is stamped either way.
      ******************************************************************
       ALLOCATE-REQUESTS.
           MOVE SPACES TO AllocReportLine.
           STRING "PREREGISTRATION ALLOCATION - TERM " WS-Alloc-Term
                  "   AS OF: " WS-Today
               DELIMITED BY SIZE INTO AllocReportLine
           END-STRING.
           WRITE AllocReportLine.
           PERFORM RETURN-ONE-REQUEST UNTIL EndOfSort.
           IF First-Row
               MOVE SPACES TO AllocReportLine
               WRITE AllocReportLine
               MOVE "  NO PENDING REQUESTS" TO AllocReportLine
               WRITE AllocReportLine
           END-IF.

       RETURN-ONE-REQUEST.
           RETURN SortWorkFile
               AT END
                   SET EndOfSort TO TRUE
               NOT AT END
                   PERFORM ALLOCATE-ONE-REQUEST
           END-RETURN.

       ALLOCATE-ONE-REQUEST.
           IF First-Row OR SW-StuID NOT = WS-Prev-StuID
               MOVE "N" TO WS-First-Row-SW
               PERFORM PRINT-STUDENT-HEADING
           END-IF.
           MOVE SW-StuID       TO WS-Alloc-StuID.
           MOVE SW-Course-Code TO WS-Alloc-Course-Code.
           MOVE SW-Section     TO WS-Alloc-Section.
           MOVE SPACES         TO WS-ErrLog-Reason-Code.
           MOVE SPACES         TO WS-ErrLog-Text.
           PERFORM EDIT-ONE-REQUEST.
           IF NOT Alloc-Rejected
               IF Section-Full
                   PERFORM APPEND-WAITLIST-ENTRY
               ELSE
                   PERFORM WRITE-REGISTRATION-ROW
               END-IF
           END-IF.
           IF Course-Found
               SET CC-Idx TO WS-Enroll-Cat-Sub
               ADD 1 TO WS-Section-Demand(CC-Idx)
           END-IF.
           PERFORM STAMP-ONE-REQUEST.
           PERFORM PRINT-ONE-RESULT.

       PRINT-STUDENT-HEADING.
           MOVE SW-StuID TO WS-Prev-StuID.
           MOVE SW-StuID TO SL-StuID.
           MOVE SW-StuID TO WS-Alloc-StuID.
           PERFORM LOOK-UP-STUDENT.
           IF Student-On-File
               MOVE WS-Student-surname TO SL-Surname
           ELSE
               MOVE "(NOT ON FILE)"    TO SL-Surname
           END-IF.
           IF SW-Priority-Class = 1
               MOVE "GRADUATNG" TO SL-Class
           ELSE
               MOVE SPACES      TO SL-Class
           END-IF.
           MOVE SW-Earned-Hours TO SL-Earned-Hours.
           MOVE SW-Tiebreak     TO SL-Tiebreak.
           MOVE SPACES TO AllocReportLine.
           WRITE AllocReportLine.
           WRITE AllocReportLine FROM WS-Student-Line.

       EDIT-ONE-REQUEST.
           MOVE SPACE TO WS-Alloc-Result.
           PERFORM VALIDATE-COURSE-SECTION.
           IF NOT Course-Found
               MOVE "CR-Course-Code" TO WS-ErrLog-Field
               MOVE "9016"           TO WS-ErrLog-Reason-Code
               MOVE "unknown course/section in course request"
                   TO WS-ErrLog-Text
               PERFORM REJECT-THIS-REQUEST
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOK-UP-STUDENT.
           IF NOT Student-On-File
               MOVE "SF-Key" TO WS-ErrLog-Field
               MOVE "9004"   TO WS-ErrLog-Reason-Code
               MOVE "request StuID has no master record"
                   TO WS-ErrLog-Text
               PERFORM REJECT-THIS-REQUEST
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ACTIVE-STUDENT
               MOVE "StuStatus" TO WS-ErrLog-Field
               MOVE "9017"      TO WS-ErrLog-Reason-Code
               MOVE "requesting student is not status A"
                   TO WS-ErrLog-Text
               PERFORM REJECT-THIS-REQUEST
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-REG-TERM.
           IF NOT Enroll-Term-Ok
               PERFORM REJECT-THIS-REQUEST
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ACCOUNT-HOLD.
           IF Account-On-Hold
               MOVE "AC-Balance" TO WS-ErrLog-Field
               MOVE "9018"       TO WS-ErrLog-Reason-Code
               MOVE "past-due balance holds the registration"
                   TO WS-ErrLog-Text
               PERFORM REJECT-THIS-REQUEST
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CODED-HOLDS.
           IF Registration-Blocked
               MOVE "HD-Code" TO WS-ErrLog-Field
               MOVE "9025"    TO WS-ErrLog-Reason-Code
               STRING "active " WS-Blocking-Hold-Code
                      " hold blocks registration"
                   DELIMITED BY SIZE
                   INTO WS-ErrLog-Text
               END-STRING
               PERFORM REJECT-THIS-REQUEST
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Alloc-StuID TO WS-Advising-StuID.
           MOVE WS-Alloc-Term  TO WS-Advising-Term.
           PERFORM CHECK-ADVISING-RELEASE.
           IF Advising-Not-Released
               MOVE "AR-Key" TO WS-ErrLog-Field
               MOVE "9039"   TO WS-ErrLog-Reason-Code
               MOVE SPACES   TO WS-ErrLog-Text
               STRING "not released by advisor "
                      WS-Advising-Advisor
                   DELIMITED BY SIZE
                   INTO WS-ErrLog-Text
               END-STRING
               PERFORM REJECT-THIS-REQUEST
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PREREQUISITE.
           IF NOT Prereq-Met
               MOVE "CF-Prereq-Code" TO WS-ErrLog-Field
               MOVE "9019"           TO WS-ErrLog-Reason-Code
               MOVE "prerequisite not passed, no batch override"
                   TO WS-ErrLog-Text
               PERFORM REJECT-THIS-REQUEST
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-TIME-CONFLICT.
           IF Time-Conflict
               MOVE "CF-Meet-Days" TO WS-ErrLog-Field
               MOVE "9020"         TO WS-ErrLog-Reason-Code
               MOVE "schedule conflict with another section"
                   TO WS-ErrLog-Text
               PERFORM REJECT-THIS-REQUEST
               EXIT PARAGRAPH
           END-IF.

       VALIDATE-COURSE-SECTION.
           MOVE "N" TO WS-Course-Found-SW.
           MOVE "N" TO WS-Section-Full-SW.
           IF WS-Catalog-Count = ZERO
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL CourseCatalog-Entry
               AT END
                   CONTINUE
               WHEN CC-Code(CC-Idx) = WS-Alloc-Course-Code
                AND CC-Section(CC-Idx) = WS-Alloc-Section
                   SET Course-Found TO TRUE
                   SET WS-Enroll-Cat-Sub TO CC-Idx
                   MOVE CC-Credit-Hours(CC-Idx)
                       TO WS-Enroll-Credit-Hours
                   MOVE CC-Prereq(CC-Idx)     TO WS-Enroll-Prereq
                   MOVE CC-Term(CC-Idx)       TO WS-Enroll-Cat-Term
                   MOVE CC-Meet-Days(CC-Idx)  TO WS-Enroll-Meet-Days
                   MOVE CC-Meet-Start(CC-Idx)
                       TO WS-Enroll-Meet-Start
                   MOVE CC-Meet-End(CC-Idx)   TO WS-Enroll-Meet-End
                   IF WS-Section-Enrolled(CC-Idx) >=
                      CC-Section-Cap(CC-Idx)
                       SET Section-Full TO TRUE
                   END-IF
           END-SEARCH.

       LOOK-UP-STUDENT.
           MOVE "N" TO WS-Student-Found-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Alloc-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.

       VALIDATE-REG-TERM.
      *>   no supervisor overrides a late add from a batch run
           MOVE "Y" TO WS-Term-Ok-SW.
           IF WS-Enroll-Cat-Term NOT = SPACES
              AND WS-Enroll-Cat-Term NOT = WS-Alloc-Term
               MOVE "N" TO WS-Term-Ok-SW
               MOVE "CF-Term" TO WS-ErrLog-Field
               MOVE "9021"    TO WS-ErrLog-Reason-Code
               MOVE "section does not run in the named term"
                   TO WS-ErrLog-Text
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Alloc-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   MOVE "N" TO WS-Term-Ok-SW
                   MOVE "TM-Code" TO WS-ErrLog-Field
                   MOVE "9022"    TO WS-ErrLog-Reason-Code
                   MOVE "term not on the term master"
                       TO WS-ErrLog-Text
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TM-Closed-Term
                           MOVE "N" TO WS-Term-Ok-SW
                           MOVE "TM-Status" TO WS-ErrLog-Field
                           MOVE "9038" TO WS-ErrLog-Reason-Code
                           MOVE "term is closed"
                               TO WS-ErrLog-Text
                       WHEN WS-Today > TM-AddDrop-Deadline
                           MOVE "N" TO WS-Term-Ok-SW
                           MOVE "TM-AddDrop-Deadline"
                               TO WS-ErrLog-Field
                           MOVE "9015" TO WS-ErrLog-Reason-Code
                           MOVE "past the add/drop deadline"
                               TO WS-ErrLog-Text
                   END-EVALUATE
           END-READ.

       CHECK-ACCOUNT-HOLD.
           MOVE "N" TO WS-Account-Hold-SW.
           IF NOT Accounts-Is-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Alloc-StuID TO AC-StuID.
           MOVE ZERO           TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-Balance > ZERO
                       SET Account-On-Hold TO TRUE
                   END-IF
           END-READ.

       CHECK-CODED-HOLDS.
           MOVE "N" TO WS-Reg-Block-SW.
           MOVE "N" TO WS-Trn-Block-SW.
           IF NOT Holds-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Alloc-StuID TO WS-Hold-Check-StuID.
           PERFORM SCAN-STUDENT-HOLDS.

       CHECK-PREREQUISITE.
           MOVE "Y" TO WS-Prereq-Met-SW.
           IF WS-Enroll-Prereq = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Prereq-Met-SW.
           MOVE "N" TO WS-Prereq-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Alloc-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Prereq-Scan-Done TO TRUE
           END-START.
           PERFORM SCAN-ONE-PREREQ-ROW UNTIL Prereq-Scan-Done.

       SCAN-ONE-PREREQ-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Prereq-Scan-Done TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-Student-id = WS-Alloc-StuID
                       IF WS-ED-Course-Code = WS-Enroll-Prereq
                           PERFORM CHECK-PASSING-GRADE
                       END-IF
                   ELSE
                       SET Prereq-Scan-Done TO TRUE
                   END-IF
           END-READ.

       CHECK-PASSING-GRADE.
      *>   passing means a real grade worth at least a D - blank
      *>   (in progress), "W" and "I" do not open the next course
           IF WS-ED-Grade = SPACES
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL GradeScale-Entry
               AT END
                   CONTINUE
               WHEN GS-Grade(GS-Idx) = WS-ED-Grade
                   IF GS-Counts-In-GPA(GS-Idx)
                      AND GS-Points(GS-Idx) >= 1.00
                       SET Prereq-Met TO TRUE
                   END-IF
           END-SEARCH.

       CHECK-TIME-CONFLICT.
      *>   the rows this run has already granted the student count,
      *>   so a lower-ranked request cannot double-book a slot
           MOVE "N" TO WS-Conflict-SW.
           IF WS-Enroll-Meet-Days = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Prereq-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Alloc-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Prereq-Scan-Done TO TRUE
           END-START.
           PERFORM SCAN-ONE-CONFLICT-ROW
               UNTIL Prereq-Scan-Done OR Time-Conflict.

       SCAN-ONE-CONFLICT-ROW.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Prereq-Scan-Done TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-Student-id = WS-Alloc-StuID
                       IF WS-ED-Term = WS-Alloc-Term
                          AND WS-ED-Grade NOT = "W"
                           PERFORM COMPARE-MEETING-TIMES
                       END-IF
                   ELSE
                       SET Prereq-Scan-Done TO TRUE
                   END-IF
           END-READ.

       COMPARE-MEETING-TIMES.
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
           PERFORM CHECK-DAYS-OVERLAP.
           IF Days-Overlap
              AND WS-Enroll-Meet-Start < WS-Other-Meet-End
              AND WS-Enroll-Meet-End > WS-Other-Meet-Start
               SET Time-Conflict TO TRUE
           END-IF.

       CHECK-DAYS-OVERLAP.
           MOVE "N" TO WS-Days-Overlap-SW.
           PERFORM CHECK-ONE-MEETING-DAY
               VARYING WS-Day-Sub FROM 1 BY 1
               UNTIL WS-Day-Sub > 5.

       CHECK-ONE-MEETING-DAY.
           IF WS-Enroll-Meet-Days(WS-Day-Sub:1) = SPACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPARE-ONE-MEETING-DAY
               VARYING WS-Day-Sub-2 FROM 1 BY 1
               UNTIL WS-Day-Sub-2 > 5.

       COMPARE-ONE-MEETING-DAY.
           IF WS-Other-Meet-Days(WS-Day-Sub-2:1) =
              WS-Enroll-Meet-Days(WS-Day-Sub:1)
               SET Days-Overlap TO TRUE
           END-IF.

       WRITE-REGISTRATION-ROW.
           PERFORM FIND-NEXT-ENROLL-SEQ.
           MOVE "E"                    TO WS-Student-Record-Type.
           MOVE WS-Alloc-StuID         TO WS-Student-id.
           MOVE WS-Next-Enroll-Seq     TO WS-Student-Seq.
           MOVE WS-Alloc-Course-Code   TO WS-ED-Course-Code.
           MOVE WS-Alloc-Section       TO WS-ED-Section.
           MOVE WS-Alloc-Term          TO WS-ED-Term.
           MOVE WS-Enroll-Credit-Hours TO WS-ED-Credit-Hours.
           MOVE SPACES                 TO WS-ED-Grade.
           MOVE SPACES                 TO WS-ED-Midterm-Grade.
           WRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   MOVE "SF-Key" TO WS-ErrLog-Field
                   MOVE "9023"   TO WS-ErrLog-Reason-Code
                   MOVE "registration row would not write"
                       TO WS-ErrLog-Text
                   PERFORM REJECT-THIS-REQUEST
               NOT INVALID KEY
                   SET Alloc-Granted TO TRUE
                   ADD 1 TO WS-Granted-Count
                   SET CC-Idx TO WS-Enroll-Cat-Sub
                   ADD 1 TO WS-Section-Enrolled(CC-Idx)
                   ADD 1 TO WS-Section-Granted(CC-Idx)
                   MOVE WS-Alloc-StuID TO WS-Audit-StuID
                   MOVE "ENROLL"       TO WS-Audit-Action
                   MOVE SPACES         TO WS-Audit-Before
                   MOVE WS-Student     TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       FIND-NEXT-ENROLL-SEQ.
           MOVE ZERO TO WS-Next-Enroll-Seq.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Enrollment-Record TO TRUE.
           MOVE WS-Alloc-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS NOT LESS THAN SF-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM SCAN-ONE-ENROLL-SEQ UNTIL Scan-Done.
           ADD 1 TO WS-Next-Enroll-Seq.

       SCAN-ONE-ENROLL-SEQ.
           READ StudentsFile NEXT RECORD INTO WS-Student
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WS-Enrollment-Record
                      AND WS-Student-id = WS-Alloc-StuID
                       IF WS-Student-Seq > WS-Next-Enroll-Seq
                           MOVE WS-Student-Seq TO WS-Next-Enroll-Seq
                       END-IF
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       APPEND-WAITLIST-ENTRY.
      *>   a full section queues the request in priority order - the
      *>   drop transaction promotes the head of the queue when a
      *>   seat frees up
           PERFORM FIND-NEXT-WAITLIST-SEQ.
           MOVE WS-Alloc-Course-Code TO WL-Course-Code.
           MOVE WS-Alloc-Section     TO WL-Section.
           MOVE WS-Next-Waitlist-Seq TO WL-Seq.
           MOVE WS-Alloc-StuID       TO WL-StuID.
           MOVE WS-Alloc-Term        TO WL-Term.
           MOVE WS-Today             TO WL-Date-Queued.
           WRITE WaitlistRecord
               INVALID KEY
                   MOVE "WL-Key" TO WS-ErrLog-Field
                   MOVE "9024"   TO WS-ErrLog-Reason-Code
                   MOVE "full section and waitlist write failed"
                       TO WS-ErrLog-Text
                   PERFORM REJECT-THIS-REQUEST
               NOT INVALID KEY
                   SET Alloc-Waitlisted TO TRUE
                   ADD 1 TO WS-Waitlisted-Count
                   SET CC-Idx TO WS-Enroll-Cat-Sub
                   ADD 1 TO WS-Section-Waitlist(CC-Idx)
           END-WRITE.

       FIND-NEXT-WAITLIST-SEQ.
           MOVE ZERO TO WS-Next-Waitlist-Seq.
           MOVE "N"  TO WS-Scan-Done-SW.
           MOVE WS-Alloc-Course-Code TO WL-Course-Code.
           MOVE WS-Alloc-Section     TO WL-Section.
           MOVE ZERO                 TO WL-Seq.
           START WaitlistFile KEY IS NOT LESS THAN WL-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM SCAN-ONE-WAITLIST-SEQ UNTIL Scan-Done.
           ADD 1 TO WS-Next-Waitlist-Seq.

       SCAN-ONE-WAITLIST-SEQ.
           READ WaitlistFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF WL-Course-Code = WS-Alloc-Course-Code
                      AND WL-Section = WS-Alloc-Section
                       IF WL-Seq > WS-Next-Waitlist-Seq
                           MOVE WL-Seq TO WS-Next-Waitlist-Seq
                       END-IF
                   ELSE
                       SET Scan-Done TO TRUE
                   END-IF
           END-READ.

       REJECT-THIS-REQUEST.
           MOVE "MD-BASICS-PREREG-ALLOC" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.
           IF NOT Alloc-Rejected
               SET Alloc-Rejected TO TRUE
               ADD 1 TO WS-Rejected-Count
           END-IF.

       STAMP-ONE-REQUEST.
           MOVE WS-Alloc-Term  TO CR-Term.
           MOVE WS-Alloc-StuID TO CR-StuID.
           MOVE SW-Rank        TO CR-Rank.
           READ CourseRequestFile
               INVALID KEY
                   DISPLAY "  *** request " SW-Rank " for StuID "
                           WS-Alloc-StuID " is gone from "
                           "crsreq.dat ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-Alloc-Result TO CR-Status.
           IF Alloc-Rejected
               MOVE WS-ErrLog-Reason-Code TO CR-Reason
           ELSE
               MOVE SPACES TO CR-Reason
           END-IF.
           MOVE WS-Today TO CR-Alloc-Date.
           REWRITE CourseRequestRecord
               INVALID KEY
                   DISPLAY "  *** unable to stamp request " SW-Rank
                           " for StuID " WS-Alloc-StuID ", status "
                           WS-CrsReq-Status " ***"
           END-REWRITE.

       PRINT-ONE-RESULT.
           MOVE SW-Rank        TO DL-Rank.
           MOVE SW-Course-Code TO DL-Course-Code.
           MOVE SW-Section     TO DL-Section.
           MOVE SPACES         TO DL-Reason.
           MOVE SPACES         TO DL-Reason-Text.
           EVALUATE TRUE
               WHEN Alloc-Granted
                   MOVE "GRANTED"    TO DL-Result
               WHEN Alloc-Waitlisted
                   MOVE "WAITLISTED" TO DL-Result
               WHEN OTHER
                   MOVE "REJECTED"   TO DL-Result
                   MOVE WS-ErrLog-Reason-Code TO DL-Reason
                   MOVE WS-ErrLog-Text        TO DL-Reason-Text
           END-EVALUATE.
           WRITE AllocReportLine FROM WS-Detail-Line.

      ******************************************************************
      * Demand against seats for every section the run saw a request
      * for: the cap, the seats already taken before the run, what
      * was asked for, what was granted and queued, and what is left.
      ******************************************************************
       PRINT-SECTION-SUMMARY.
           MOVE SPACES TO AllocReportLine.
           WRITE AllocReportLine.
           MOVE SPACES TO AllocReportLine.
           STRING "SECTION DEMAND VERSUS SEATS - TERM " WS-Alloc-Term
               DELIMITED BY SIZE INTO AllocReportLine
           END-STRING.
           WRITE AllocReportLine.
           MOVE SPACES TO AllocReportLine.
           STRING "    SECTION     CAP  BEFORE  ASKED  GRANTD  WAITED"
                  "    OPEN"
               DELIMITED BY SIZE INTO AllocReportLine
           END-STRING.
           WRITE AllocReportLine.
           PERFORM PRINT-ONE-SECTION-DEMAND
               VARYING WS-Seed-Sub FROM 1 BY 1
               UNTIL WS-Seed-Sub > WS-Catalog-Count.
           MOVE SPACES TO AllocReportLine.
           WRITE AllocReportLine.
           MOVE WS-Request-Count    TO WS-Count-Edited.
           MOVE WS-Granted-Count    TO WS-Count-Edited-2.
           MOVE WS-Waitlisted-Count TO WS-Count-Edited-3.
           MOVE WS-Rejected-Count   TO WS-Count-Edited-4.
           MOVE SPACES TO AllocReportLine.
           STRING "REPORT TOTAL  " WS-Count-Edited " REQUESTS  "
                  WS-Count-Edited-2 " GRANTED  " WS-Count-Edited-3
                  " WAITLISTED  " WS-Count-Edited-4 " REJECTED"
               DELIMITED BY SIZE INTO AllocReportLine
           END-STRING.
           WRITE AllocReportLine.
           MOVE WS-Candidate-Count TO WS-Count-Edited.
           MOVE WS-Student-Count   TO WS-Count-Edited-2.
           MOVE SPACES TO AllocReportLine.
           STRING "              " WS-Count-Edited
                  " GRADUATING CANDIDATES OF " WS-Count-Edited-2
                  " STUDENTS"
               DELIMITED BY SIZE INTO AllocReportLine
           END-STRING.
           WRITE AllocReportLine.

       PRINT-ONE-SECTION-DEMAND.
           IF WS-Section-Demand(WS-Seed-Sub) = ZERO
               EXIT PARAGRAPH
           END-IF.
           SET CC-Idx TO WS-Seed-Sub.
           MOVE CC-Code(CC-Idx)                  TO SM-Course-Code.
           MOVE CC-Section(CC-Idx)               TO SM-Section.
           MOVE CC-Section-Cap(CC-Idx)           TO SM-Cap.
           MOVE WS-Section-Before(WS-Seed-Sub)   TO SM-Before.
           MOVE WS-Section-Demand(WS-Seed-Sub)   TO SM-Demand.
           MOVE WS-Section-Granted(WS-Seed-Sub)  TO SM-Granted.
           MOVE WS-Section-Waitlist(WS-Seed-Sub) TO SM-Waitlist.
           IF WS-Section-Enrolled(WS-Seed-Sub) <
              CC-Section-Cap(CC-Idx)
               COMPUTE SM-Open = CC-Section-Cap(CC-Idx)
                   - WS-Section-Enrolled(WS-Seed-Sub)
           ELSE
               MOVE ZERO TO SM-Open
           END-IF.
           WRITE AllocReportLine FROM WS-Summary-Line.

       COPY HOLD-PROC.
       COPY ADVREL-PROC.
       COPY CATALOG-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-prereg-alloc.
