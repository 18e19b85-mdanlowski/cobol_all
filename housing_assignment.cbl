      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Residence hall assignments: one bed per student per term on
      * housing.dat, with move-in and move-out dates. A withdrawn
      * student, an unknown or out-of-service bed, a closed term or a
      * stay overlapping another in the same bed is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-housing-assign.

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
       COPY HALLBED-SEL.
       COPY HOUSING-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY TERM-FD.
       COPY HALLBED-FD.
       COPY HOUSING-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY HALLBED-WS.
       COPY HOUSING-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Assign                       VALUE "A", "a".
           88  Action-Move-Out                     VALUE "M", "m".
           88  Action-Cancel                       VALUE "X", "x".
           88  Action-List                         VALUE "L", "l".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Assign-StuID             PIC 9(5)    VALUE ZERO.
       01  WS-Assign-Term              PIC X(6)    VALUE SPACES.
       01  WS-Assign-Bed-Key.
           02  WS-Assign-Hall          PIC X(6)    VALUE SPACES.
           02  WS-Assign-Room          PIC X(4)    VALUE SPACES.
           02  WS-Assign-Bed           PIC X       VALUE SPACE.
       01  WS-Date-In                  PIC X(8)    VALUE SPACES.
       01  WS-Move-In-Date             PIC 9(8)    VALUE ZERO.
       01  WS-Move-Out-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Bed-Taken-SW             PIC X       VALUE "N".
           88  Bed-Is-Taken                        VALUE "Y".
       01  WS-Taken-By-StuID           PIC 9(5)    VALUE ZERO.
       01  WS-Housing-EOF-SW           PIC X       VALUE "N".
           88  EndOfHousing                        VALUE "Y".
       01  WS-Billed-Edited            PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====RESIDENCE HALL ASSIGNMENT====".
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset the session
      *>   switch so a second session doesn't exit immediately
            MOVE 0   TO RETURN-CODE.
            MOVE "Y" TO WS-More-Transactions.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM OPEN-FOR-ASSIGNMENT.
            IF RETURN-CODE = 0
                PERFORM MAINTAIN-ONE-ASSIGNMENT
                    UNTIL NOT More-Transactions
                CLOSE HousingFile
                CLOSE HallBedFile
                CLOSE TermsFile
                CLOSE StudentsFile
            END-IF.
            GOBACK.

       OPEN-FOR-ASSIGNMENT.
      *>   the first-ever assignment has no file yet - create it
      *>   empty, then reopen I-O so the reads below work
           OPEN I-O HousingFile.
           IF FS-Housing-File-Missing
               OPEN OUTPUT HousingFile
               CLOSE HousingFile
               OPEN I-O HousingFile
           END-IF.
           IF NOT FS-Housing-OK
               DISPLAY "  *** unable to open housing.dat, status "
                       WS-Housing-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HallBedFile.
           IF NOT FS-HallBed-OK
               DISPLAY "  *** unable to open hallbeds.dat, status "
                       WS-HallBed-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE HousingFile
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** unable to open terms.dat, status "
                       WS-Term-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE HousingFile
               CLOSE HallBedFile
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE HousingFile
               CLOSE HallBedFile
               CLOSE TermsFile
           END-IF.

       MAINTAIN-ONE-ASSIGNMENT.
           DISPLAY "Action - (A)ssign, (M)ove out, (X) cancel, "
                   "(L)ist term: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           EVALUATE TRUE
               WHEN Action-Assign
                   PERFORM ASSIGN-BED
               WHEN Action-Move-Out
                   PERFORM MOVE-OUT-STUDENT
               WHEN Action-Cancel
                   PERFORM CANCEL-ASSIGNMENT
               WHEN Action-List
                   PERFORM LIST-TERM-ASSIGNMENTS
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Another assignment (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       ASSIGN-BED.
           DISPLAY "StuID to house: " WITH NO ADVANCING.
           ACCEPT WS-Assign-StuID.
           PERFORM LOOK-UP-STUDENT.
           IF NOT Student-On-File
               DISPLAY "  *** StuID " WS-Assign-StuID
                       " has no master record on file ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-WITHDRAWN-STUDENT
               DISPLAY "  *** StuID " WS-Assign-StuID
                       " is withdrawn - a bed cannot be assigned ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Assign-Term.
           MOVE WS-Assign-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Assign-Term
                           " is not on the term master ***"
                   EXIT PARAGRAPH
           END-READ.
           IF TM-Closed-Term
               DISPLAY "  *** term " WS-Assign-Term " is closed ***"
               EXIT PARAGRAPH
           END-IF.
      *>   one bed per student per term - the assignment, its dates
      *>   and what has been billed for it all hang off that key
           MOVE WS-Assign-Term  TO HA-Term.
           MOVE WS-Assign-StuID TO HA-StuID.
           READ HousingFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "  *** StuID " WS-Assign-StuID
                           " already holds bed " HA-Hall " " HA-Room
                           "-" HA-Bed " for " WS-Assign-Term " ***"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Hall: " WITH NO ADVANCING.
           ACCEPT WS-Assign-Hall.
           DISPLAY "Room: " WITH NO ADVANCING.
           ACCEPT WS-Assign-Room.
           DISPLAY "Bed letter: " WITH NO ADVANCING.
           ACCEPT WS-Assign-Bed.
           MOVE WS-Assign-Bed-Key TO HB-Key.
           READ HallBedFile
               INVALID KEY
                   DISPLAY "  *** bed " WS-Assign-Hall " "
                           WS-Assign-Room "-" WS-Assign-Bed
                           " is not on the bed master ***"
                   EXIT PARAGRAPH
           END-READ.
           IF HB-Out-Of-Service
               DISPLAY "  *** bed " WS-Assign-Hall " " WS-Assign-Room
                       "-" WS-Assign-Bed " is out of service ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Move-in date YYYYMMDD (blank = term start): "
               WITH NO ADVANCING.
           ACCEPT WS-Date-In.
           IF WS-Date-In = SPACES
               MOVE TM-Start-Date TO WS-Move-In-Date
           ELSE
               IF WS-Date-In IS NOT NUMERIC
                   DISPLAY "  *** move-in date must be YYYYMMDD ***"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Date-In TO WS-Move-In-Date
           END-IF.
           IF WS-Move-In-Date < TM-Start-Date
              OR WS-Move-In-Date > TM-End-Date
               DISPLAY "  *** move-in date must fall between "
                       TM-Start-Date " and " TM-End-Date " ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-BED-FREE.
           IF Bed-Is-Taken
               DISPLAY "  *** bed " WS-Assign-Hall " " WS-Assign-Room
                       "-" WS-Assign-Bed " is already assigned to "
                       "StuID " WS-Taken-By-StuID " for "
                       WS-Assign-Term " ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES            TO HousingRecord.
           MOVE WS-Assign-Term    TO HA-Term.
           MOVE WS-Assign-StuID   TO HA-StuID.
           MOVE WS-Assign-Bed-Key TO HA-Bed-Key.
           MOVE WS-Move-In-Date   TO HA-Move-In-Date.
           MOVE ZERO              TO HA-Move-Out-Date.
           MOVE ZERO              TO HA-Billed-Amount.
           MOVE ZERO              TO HA-Billed-Date.
           WRITE HousingRecord
               INVALID KEY
                   DISPLAY "  *** unable to assign StuID "
                           WS-Assign-StuID ", status "
                           WS-Housing-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  StuID " WS-Assign-StuID " assigned to "
                           HA-Hall " " HA-Room "-" HA-Bed " from "
                           HA-Move-In-Date "."
                   MOVE WS-Assign-StuID TO WS-Audit-StuID
                   MOVE "HSGASN"        TO WS-Audit-Action
                   MOVE SPACES          TO WS-Audit-Before
                   MOVE HousingRecord   TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       CHECK-BED-FREE.
      *>   the new stay runs from its move-in to the end of term, so
      *>   the bed is taken if anyone else assigned to it this term
      *>   is still in residence, or moves out on or after that day
           MOVE "N"  TO WS-Bed-Taken-SW.
           MOVE "N"  TO WS-Housing-EOF-SW.
           MOVE WS-Assign-Term TO HA-Term.
           MOVE ZERO           TO HA-StuID.
           START HousingFile KEY IS NOT LESS THAN HA-Key
               INVALID KEY
                   SET EndOfHousing TO TRUE
           END-START.
           PERFORM UNTIL EndOfHousing OR Bed-Is-Taken
               READ HousingFile NEXT RECORD
                   AT END
                       SET EndOfHousing TO TRUE
                   NOT AT END
                       IF HA-Term NOT = WS-Assign-Term
                           SET EndOfHousing TO TRUE
                       ELSE
                           IF HA-Bed-Key = WS-Assign-Bed-Key
                              AND (HA-Move-Out-Date = ZERO
                                OR HA-Move-Out-Date
                                       NOT < WS-Move-In-Date)
                               SET Bed-Is-Taken TO TRUE
                               MOVE HA-StuID TO WS-Taken-By-StuID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MOVE-OUT-STUDENT.
           PERFORM READ-ASSIGNMENT.
           IF NOT FS-Housing-OK
               EXIT PARAGRAPH
           END-IF.
           IF HA-Move-Out-Date NOT = ZERO
               DISPLAY "  *** StuID " WS-Assign-StuID
                       " already moved out on " HA-Move-Out-Date
                       " ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Assign-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Assign-Term
                           " is not on the term master ***"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Move-out date YYYYMMDD (blank = today): "
               WITH NO ADVANCING.
           ACCEPT WS-Date-In.
           IF WS-Date-In = SPACES
               MOVE WS-Today TO WS-Move-Out-Date
           ELSE
               IF WS-Date-In IS NOT NUMERIC
                   DISPLAY "  *** move-out date must be YYYYMMDD ***"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Date-In TO WS-Move-Out-Date
           END-IF.
           IF WS-Move-Out-Date < HA-Move-In-Date
               DISPLAY "  *** move-out date is before the move-in "
                       "date " HA-Move-In-Date " ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-Move-Out-Date > TM-End-Date
               DISPLAY "  *** move-out date is after the end of "
                       WS-Assign-Term " ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE HousingRecord    TO WS-Audit-Before.
           MOVE WS-Move-Out-Date TO HA-Move-Out-Date.
           REWRITE HousingRecord
               INVALID KEY
                   DISPLAY "  *** unable to move out StuID "
                           WS-Assign-StuID ", status "
                           WS-Housing-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  StuID " WS-Assign-StuID " moved out of "
                           HA-Hall " " HA-Room "-" HA-Bed " on "
                           HA-Move-Out-Date "."
                   DISPLAY "  the next housing billing run prorates "
                           "the charge to the days occupied."
                   MOVE WS-Assign-StuID TO WS-Audit-StuID
                   MOVE "HSGOUT"        TO WS-Audit-Action
                   MOVE HousingRecord   TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       CANCEL-ASSIGNMENT.
      *>   an assignment keyed in error or a no-show comes off before
      *>   billing; once housing has been charged the stay is ended
      *>   with a move-out so the ledger and the file agree
           PERFORM READ-ASSIGNMENT.
           IF NOT FS-Housing-OK
               EXIT PARAGRAPH
           END-IF.
           IF HA-Billed-Amount NOT = ZERO
               DISPLAY "  *** housing for " WS-Assign-Term " is "
                       "already billed - key a move-out instead ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE HousingRecord TO WS-Audit-Before.
           DELETE HousingFile
               INVALID KEY
                   DISPLAY "  *** unable to cancel the assignment, "
                           "status " WS-Housing-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  assignment cancelled."
                   MOVE WS-Assign-StuID TO WS-Audit-StuID
                   MOVE "HSGCAN"        TO WS-Audit-Action
                   MOVE SPACES          TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-DELETE.

       READ-ASSIGNMENT.
           DISPLAY "StuID: " WITH NO ADVANCING.
           ACCEPT WS-Assign-StuID.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Assign-Term.
           MOVE WS-Assign-Term  TO HA-Term.
           MOVE WS-Assign-StuID TO HA-StuID.
           READ HousingFile
               INVALID KEY
                   DISPLAY "  *** StuID " WS-Assign-StuID
                           " has no housing assignment for "
                           WS-Assign-Term " ***"
           END-READ.

       LIST-TERM-ASSIGNMENTS.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Assign-Term.
           MOVE "N" TO WS-Housing-EOF-SW.
           MOVE WS-Assign-Term TO HA-Term.
           MOVE ZERO           TO HA-StuID.
           START HousingFile KEY IS NOT LESS THAN HA-Key
               INVALID KEY
                   SET EndOfHousing TO TRUE
           END-START.
           DISPLAY "STUID  HALL   ROOM BED  MOVE-IN   MOVE-OUT"
                   "       BILLED".
           PERFORM UNTIL EndOfHousing
               READ HousingFile NEXT RECORD
                   AT END
                       SET EndOfHousing TO TRUE
                   NOT AT END
                       IF HA-Term NOT = WS-Assign-Term
                           SET EndOfHousing TO TRUE
                       ELSE
                           MOVE HA-Billed-Amount TO WS-Billed-Edited
                           DISPLAY HA-StuID "  " HA-Hall " " HA-Room
                                   " " HA-Bed "    " HA-Move-In-Date
                                   "  " HA-Move-Out-Date "  "
                                   WS-Billed-Edited
                       END-IF
               END-READ
           END-PERFORM.

       LOOK-UP-STUDENT.
           MOVE "N" TO WS-Student-Found-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Assign-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-housing-assign.
