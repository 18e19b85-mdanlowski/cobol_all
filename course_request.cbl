      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Preregistration course requests. While the term's request window
      * on prewin.dat is open, a student's ranked course and section
      * requests are keyed and held for the priority allocation run;
      * they take no seat until allocation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-course-request.

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
       COPY TERM-SEL.
       COPY CATALOG-SEL.
       COPY CRSREQ-SEL.
       COPY PREWIN-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY TERM-FD.
       COPY CATALOG-FD.
       COPY CRSREQ-FD.
       COPY PREWIN-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY CATALOG-WS.
       COPY CRSREQ-WS.
       COPY PREWIN-WS.
       COPY COURSE-CATALOG.

       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Enter                        VALUE "E", "e".
           88  Action-List                         VALUE "L", "l".
           88  Action-Delete                       VALUE "D", "d".
           88  Action-Window                       VALUE "W", "w".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Req-Term                 PIC X(6)    VALUE SPACES.
       01  WS-Req-StuID                PIC 9(5)    VALUE ZERO.
       01  WS-Req-Course-Code          PIC X(6)    VALUE SPACES.
       01  WS-Req-Section              PIC 99      VALUE ZERO.
       01  WS-Req-Rank                 PIC 99      VALUE ZERO.
       01  WS-Next-Rank                PIC 99      VALUE ZERO.
       01  WS-Open-Date                PIC 9(8)    VALUE ZERO.
       01  WS-Close-Date               PIC 9(8)    VALUE ZERO.
      *>   a student asks for at most this many sections a term -
      *>   the allocation run is a first pass, not a wish list
       01  WS-Max-Requests             PIC 99      VALUE 10.
       01  WS-Request-Count            PIC 99      VALUE ZERO.
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Window-Ok-SW             PIC X       VALUE "N".
           88  Window-Is-Open                      VALUE "Y".
       01  WS-Course-Ok-SW             PIC X       VALUE "N".
           88  Course-Ok                           VALUE "Y".
       01  WS-Duplicate-SW             PIC X       VALUE "N".
           88  Course-Already-Requested            VALUE "Y".
       01  WS-Entry-Done-SW            PIC X       VALUE "N".
           88  Entry-Done                          VALUE "Y".
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Confirm-Answer           PIC X       VALUE "N".
           88  Operator-Confirms                   VALUE "Y".
       01  WS-Status-Text              PIC X(10)   VALUE SPACES.

      *>   the courses the student has already asked for this term,
      *>   so the same course is never requested twice
       01  WS-Requested-Courses.
           02  WS-Requested-Course     PIC X(6)    VALUE SPACES
                                        OCCURS 10 TIMES.
       01  WS-Requested-Sub            PIC 99      VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====PREREGISTRATION COURSE REQUESTS====".
      *>   this program runs once per CALL - reset the session switch
      *>   so a second session doesn't exit immediately
            MOVE 0   TO RETURN-CODE.
            MOVE "Y" TO WS-More-Transactions.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM LOAD-COURSE-CATALOG.
            PERFORM OPEN-REQUEST-FILES.
            IF RETURN-CODE = 0
                PERFORM MAINTAIN-ONE-REQUEST
                    UNTIL NOT More-Transactions
            END-IF.
            PERFORM CLOSE-REQUEST-FILES.
            GOBACK.

       OPEN-REQUEST-FILES.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
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
      *>   the first window or request ever keyed has no file to go
      *>   into yet - create it empty, then reopen I-O
           OPEN I-O PreregWindowFile.
           IF FS-PreWin-File-Missing
               OPEN OUTPUT PreregWindowFile
               CLOSE PreregWindowFile
               OPEN I-O PreregWindowFile
           END-IF.
           IF NOT FS-PreWin-OK
               DISPLAY "  *** unable to open prewin.dat, status "
                       WS-PreWin-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O CourseRequestFile.
           IF FS-CrsReq-File-Missing
               OPEN OUTPUT CourseRequestFile
               CLOSE CourseRequestFile
               OPEN I-O CourseRequestFile
           END-IF.
           IF NOT FS-CrsReq-OK
               DISPLAY "  *** unable to open crsreq.dat, status "
                       WS-CrsReq-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-REQUEST-FILES.
           CLOSE StudentsFile.
           CLOSE TermsFile.
           CLOSE PreregWindowFile.
           CLOSE CourseRequestFile.

       MAINTAIN-ONE-REQUEST.
           DISPLAY "Action - (E)nter requests, (L)ist, (D)elete a "
                   "request, (W)indow for a term: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           EVALUATE TRUE
               WHEN Action-Enter
                   PERFORM ENTER-STUDENT-REQUESTS
               WHEN Action-List
                   PERFORM LIST-STUDENT-REQUESTS
               WHEN Action-Delete
                   PERFORM DELETE-ONE-REQUEST
               WHEN Action-Window
                   PERFORM SET-PREREG-WINDOW
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Another request transaction (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

      ******************************************************************
      * The advisor keys a student's requests in preference order,
      * most wanted first. Only while the term's window is open and
      * before the allocation run has placed anything.
      ******************************************************************
       ENTER-STUDENT-REQUESTS.
           PERFORM ACCEPT-TERM-AND-STUDENT.
           PERFORM CHECK-REQUEST-WINDOW.
           IF NOT Window-Is-Open
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-STUDENT-ON-FILE.
           IF NOT Student-On-File
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ACTIVE-STUDENT
               DISPLAY "  *** StuID " WS-Req-StuID " is not an "
                       "active student ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-STUDENT-REQUESTS.
           MOVE "N" TO WS-Entry-Done-SW.
           PERFORM ENTER-ONE-REQUEST UNTIL Entry-Done.

       ENTER-ONE-REQUEST.
           IF WS-Request-Count >= WS-Max-Requests
               DISPLAY "  student already has " WS-Max-Requests
                       " requests for " WS-Req-Term "."
               SET Entry-Done TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Course code (blank to finish): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-Req-Course-Code.
           ACCEPT WS-Req-Course-Code.
           IF WS-Req-Course-Code = SPACES
               SET Entry-Done TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Section: " WITH NO ADVANCING.
           ACCEPT WS-Req-Section.
           PERFORM VALIDATE-REQUESTED-SECTION.
           IF NOT Course-Ok
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Req-Term        TO CR-Term.
           MOVE WS-Req-StuID       TO CR-StuID.
           MOVE WS-Next-Rank       TO CR-Rank.
           MOVE WS-Req-Course-Code TO CR-Course-Code.
           MOVE WS-Req-Section     TO CR-Section.
           SET CR-Pending          TO TRUE.
           MOVE SPACES             TO CR-Reason.
           MOVE WS-Today           TO CR-Entered-Date.
           MOVE WS-Operator-ID     TO CR-Entered-By.
           MOVE ZERO               TO CR-Alloc-Date.
           WRITE CourseRequestRecord
               INVALID KEY
                   DISPLAY "  *** unable to add the request, status "
                           WS-CrsReq-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  request " CR-Rank ": "
                           WS-Req-Course-Code "-" WS-Req-Section
                           " added."
                   ADD 1 TO WS-Request-Count
                   MOVE WS-Req-Course-Code
                       TO WS-Requested-Course(WS-Request-Count)
                   ADD 1 TO WS-Next-Rank
           END-WRITE.

       VALIDATE-REQUESTED-SECTION.
      *>   the section must be on the active catalog and run in the
      *>   term asked for; a course the student already asked for
      *>   in another section is refused - rank the sections as
      *>   separate courses only when they are separate courses
           MOVE "N" TO WS-Course-Ok-SW.
           IF WS-Catalog-Count = ZERO
               DISPLAY "  *** no catalog loaded ***"
               EXIT PARAGRAPH
           END-IF.
           SEARCH ALL CourseCatalog-Entry
               AT END
                   DISPLAY "  *** " WS-Req-Course-Code "-"
                           WS-Req-Section " is not an active "
                           "catalog section ***"
               WHEN CC-Code(CC-Idx) = WS-Req-Course-Code
                AND CC-Section(CC-Idx) = WS-Req-Section
                   IF CC-Term(CC-Idx) NOT = SPACES
                      AND CC-Term(CC-Idx) NOT = WS-Req-Term
                       DISPLAY "  *** " WS-Req-Course-Code "-"
                               WS-Req-Section " runs in "
                               CC-Term(CC-Idx) ", not "
                               WS-Req-Term " ***"
                   ELSE
                       SET Course-Ok TO TRUE
                   END-IF
           END-SEARCH.
           IF NOT Course-Ok
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Duplicate-SW.
           PERFORM CHECK-ONE-REQUESTED-COURSE
               VARYING WS-Requested-Sub FROM 1 BY 1
               UNTIL WS-Requested-Sub > WS-Request-Count.
           IF Course-Already-Requested
               DISPLAY "  *** " WS-Req-Course-Code " is already "
                       "requested for " WS-Req-Term " ***"
               MOVE "N" TO WS-Course-Ok-SW
           END-IF.

       CHECK-ONE-REQUESTED-COURSE.
           IF WS-Requested-Course(WS-Requested-Sub) =
              WS-Req-Course-Code
               SET Course-Already-Requested TO TRUE
           END-IF.

       LIST-STUDENT-REQUESTS.
           PERFORM ACCEPT-TERM-AND-STUDENT.
           PERFORM SHOW-STUDENT-REQUESTS.

      ******************************************************************
      * A pending request can be taken back while the window is open;
      * the remaining ranks keep their order.
      ******************************************************************
       DELETE-ONE-REQUEST.
           PERFORM ACCEPT-TERM-AND-STUDENT.
           PERFORM CHECK-REQUEST-WINDOW.
           IF NOT Window-Is-Open
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Request rank to delete: " WITH NO ADVANCING.
           ACCEPT WS-Req-Rank.
           MOVE WS-Req-Term  TO CR-Term.
           MOVE WS-Req-StuID TO CR-StuID.
           MOVE WS-Req-Rank  TO CR-Rank.
           READ CourseRequestFile
               INVALID KEY
                   DISPLAY "  *** no request " WS-Req-Rank " for "
                           "StuID " WS-Req-StuID " in "
                           WS-Req-Term " ***"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CR-Pending
               DISPLAY "  *** request " WS-Req-Rank " is no longer "
                       "pending ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Delete " CR-Course-Code "-" CR-Section
                   " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Confirm-Answer.
           IF NOT Operator-Confirms
               EXIT PARAGRAPH
           END-IF.
           DELETE CourseRequestFile
               INVALID KEY
                   DISPLAY "  *** unable to delete the request, "
                           "status " WS-CrsReq-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  request " WS-Req-Rank " deleted."
           END-DELETE.

      ******************************************************************
      * Opening a term's window is the supervisor's call, the same as
      * the term master it hangs off. Once the allocation run has
      * placed the requests the window is history and stays as it is.
      ******************************************************************
       SET-PREREG-WINDOW.
           IF NOT Role-Supervisor
               DISPLAY "  *** the preregistration window is "
                       "restricted to the supervisor role ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Req-Term.
           MOVE WS-Req-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Req-Term
                           " is not on the term master ***"
                   EXIT PARAGRAPH
           END-READ.
           IF TM-Closed-Term
               DISPLAY "  *** term " WS-Req-Term " is closed ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Req-Term TO PW-Term.
           READ PreregWindowFile
               INVALID KEY
                   MOVE ZERO TO PW-Alloc-Date
                   DISPLAY "  no window set for " WS-Req-Term "."
               NOT INVALID KEY
                   DISPLAY "  window open " PW-Open-Date " close "
                           PW-Close-Date
           END-READ.
           IF FS-PreWin-OK AND PW-Alloc-Date NOT = ZERO
               DISPLAY "  *** requests for " WS-Req-Term " were "
                       "allocated " PW-Alloc-Date " ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Window opens (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Open-Date.
           DISPLAY "Window closes (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Close-Date.
           IF WS-Open-Date = ZERO OR WS-Close-Date < WS-Open-Date
               DISPLAY "  *** the window must open on or before "
                       "the day it closes ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-Close-Date NOT < TM-AddDrop-Deadline
               DISPLAY "  *** the window must close before the "
                       "add/drop deadline " TM-AddDrop-Deadline
                       " ***"
               EXIT PARAGRAPH
           END-IF.
           IF FS-PreWin-OK
               MOVE WS-Open-Date   TO PW-Open-Date
               MOVE WS-Close-Date  TO PW-Close-Date
               MOVE WS-Operator-ID TO PW-Set-By
               REWRITE PreregWindowRecord
                   INVALID KEY
                       DISPLAY "  *** unable to change the window, "
                               "status " WS-PreWin-Status " ***"
                   NOT INVALID KEY
                       DISPLAY "  window for " WS-Req-Term
                               " changed."
               END-REWRITE
           ELSE
               MOVE WS-Req-Term    TO PW-Term
               MOVE WS-Open-Date   TO PW-Open-Date
               MOVE WS-Close-Date  TO PW-Close-Date
               MOVE ZERO           TO PW-Alloc-Date
               MOVE SPACES         TO PW-Alloc-By
               MOVE WS-Operator-ID TO PW-Set-By
               WRITE PreregWindowRecord
                   INVALID KEY
                       DISPLAY "  *** unable to set the window, "
                               "status " WS-PreWin-Status " ***"
                   NOT INVALID KEY
                       DISPLAY "  window for " WS-Req-Term " set."
               END-WRITE
           END-IF.

       ACCEPT-TERM-AND-STUDENT.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Req-Term.
           DISPLAY "StuID: " WITH NO ADVANCING.
           ACCEPT WS-Req-StuID.

       CHECK-REQUEST-WINDOW.
           MOVE "N" TO WS-Window-Ok-SW.
           MOVE WS-Req-Term TO PW-Term.
           READ PreregWindowFile
               INVALID KEY
                   DISPLAY "  *** no preregistration window is set "
                           "for " WS-Req-Term " ***"
                   EXIT PARAGRAPH
           END-READ.
           IF PW-Alloc-Date NOT = ZERO
               DISPLAY "  *** requests for " WS-Req-Term " were "
                       "allocated " PW-Alloc-Date " ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-Today < PW-Open-Date OR WS-Today > PW-Close-Date
               DISPLAY "  *** the " WS-Req-Term " window runs "
                       PW-Open-Date " to " PW-Close-Date " ***"
               EXIT PARAGRAPH
           END-IF.
           SET Window-Is-Open TO TRUE.

       CHECK-STUDENT-ON-FILE.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Req-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   MOVE "N" TO WS-Student-Found-SW
                   DISPLAY "  *** StuID " WS-Req-StuID
                           " has no master record on file ***"
               NOT INVALID KEY
                   MOVE "Y" TO WS-Student-Found-SW
           END-READ.

      ******************************************************************
      * One student's requests for the term in rank order, with what
      * the allocation run made of each. Also leaves the request
      * count, the courses asked for and the next free rank.
      ******************************************************************
       SHOW-STUDENT-REQUESTS.
           MOVE ZERO   TO WS-Request-Count.
           MOVE 1      TO WS-Next-Rank.
           MOVE SPACES TO WS-Requested-Courses.
           MOVE "N"    TO WS-Scan-Done-SW.
           MOVE WS-Req-Term  TO CR-Term.
           MOVE WS-Req-StuID TO CR-StuID.
           MOVE ZERO         TO CR-Rank.
           START CourseRequestFile KEY IS NOT LESS THAN CR-Key
               INVALID KEY
                   SET Scan-Done TO TRUE
           END-START.
           PERFORM SHOW-ONE-REQUEST UNTIL Scan-Done.
           IF WS-Request-Count = ZERO
               DISPLAY "  no requests for StuID " WS-Req-StuID
                       " in " WS-Req-Term "."
           END-IF.

       SHOW-ONE-REQUEST.
           READ CourseRequestFile NEXT RECORD
               AT END
                   SET Scan-Done TO TRUE
               NOT AT END
                   IF CR-Term NOT = WS-Req-Term
                      OR CR-StuID NOT = WS-Req-StuID
                       SET Scan-Done TO TRUE
                   ELSE
                       PERFORM DISPLAY-ONE-REQUEST
                   END-IF
           END-READ.

       DISPLAY-ONE-REQUEST.
           EVALUATE TRUE
               WHEN CR-Pending
                   MOVE "PENDING"    TO WS-Status-Text
               WHEN CR-Granted
                   MOVE "GRANTED"    TO WS-Status-Text
               WHEN CR-Waitlisted
                   MOVE "WAITLISTED" TO WS-Status-Text
               WHEN CR-Rejected
                   MOVE "REJECTED"   TO WS-Status-Text
               WHEN OTHER
                   MOVE CR-Status    TO WS-Status-Text
           END-EVALUATE.
           DISPLAY "  " CR-Rank "  " CR-Course-Code "-" CR-Section
                   "  " WS-Status-Text " " CR-Reason.
           IF WS-Request-Count < 10
               ADD 1 TO WS-Request-Count
               MOVE CR-Course-Code
                   TO WS-Requested-Course(WS-Request-Count)
           END-IF.
           IF CR-Rank NOT < WS-Next-Rank
               COMPUTE WS-Next-Rank = CR-Rank + 1
           END-IF.

       COPY CATALOG-PROC.

       END PROGRAM md-basics-course-request.
