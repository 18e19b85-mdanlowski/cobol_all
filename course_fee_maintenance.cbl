      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Course and lab fee schedule maintenance (supervisor only): add,
      * change or delete a fee on coursefee.dat by term, course and
      * section, where section 00 is the fee for every section of the
      * course. Billing charges these fees with the term's tuition.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-course-fee-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CRSFEE-SEL.
       COPY CATALOG-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRSFEE-FD.
       COPY CATALOG-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY CRSFEE-WS.
       COPY CATALOG-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Add                          VALUE "A", "a".
           88  Action-Change                       VALUE "C", "c".
           88  Action-Delete                       VALUE "D", "d".
           88  Action-List                         VALUE "L", "l".
       01  WS-Maint-Term               PIC X(6)    VALUE SPACES.
       01  WS-Maint-Course-Code        PIC X(6)    VALUE SPACES.
       01  WS-Maint-Section            PIC 99      VALUE ZERO.
       01  WS-Catalog-Open-SW          PIC X       VALUE "N".
           88  Catalog-Is-Open                     VALUE "Y".
       01  WS-Course-Found-SW          PIC X       VALUE "N".
           88  Course-On-Catalog                   VALUE "Y".
       01  WS-CrsFee-EOF-SW            PIC X       VALUE "N".
           88  EndOfCourseFees                     VALUE "Y".
       01  WS-Confirm                  PIC X       VALUE "N".
           88  Operator-Confirms                   VALUE "Y", "y".
       01  WS-Amount-In                PIC X(12)   VALUE SPACES.
       01  WS-Fee-Edited               PIC $$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====COURSE FEE MAINTENANCE====".
            MOVE 0 TO RETURN-CODE.
      *>   a course fee lands on every student in the section - only
      *>   the supervisor keys one, same as the rate master
            IF NOT Role-Supervisor
                DISPLAY "  *** course fee maintenance is restricted "
                        "to the supervisor role ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "Y" TO WS-More-Transactions.
            PERFORM OPEN-FOR-MAINTENANCE.
            IF RETURN-CODE = 0
                PERFORM MAINTAIN-ONE-FEE
                    UNTIL NOT More-Transactions
                CLOSE CourseFeeFile
                IF Catalog-Is-Open
                    CLOSE CatalogFile
                END-IF
            END-IF.
            GOBACK.

       OPEN-FOR-MAINTENANCE.
           OPEN I-O CourseFeeFile.
           IF FS-CrsFee-File-Missing
               OPEN OUTPUT CourseFeeFile
               CLOSE CourseFeeFile
               OPEN I-O CourseFeeFile
           END-IF.
           IF NOT FS-CrsFee-OK
               DISPLAY "  *** unable to open coursefee.dat, status "
                       WS-CrsFee-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      *>   without the catalog the course code goes on unchecked -
      *>   the fee simply never matches an enrollment if it is wrong
           MOVE "N" TO WS-Catalog-Open-SW.
           OPEN INPUT CatalogFile.
           IF FS-Catalog-OK
               SET Catalog-Is-Open TO TRUE
           ELSE
               DISPLAY "  *** catalog.dat not available, status "
                       WS-Catalog-Status " - course codes not "
                       "checked ***"
           END-IF.

       MAINTAIN-ONE-FEE.
           DISPLAY "Action - (A)dd, (C)hange, (D)elete, (L)ist: "
               WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           EVALUATE TRUE
               WHEN Action-Add
                   PERFORM ADD-COURSE-FEE
               WHEN Action-Change
                   PERFORM CHANGE-COURSE-FEE
               WHEN Action-Delete
                   PERFORM DELETE-COURSE-FEE
               WHEN Action-List
                   PERFORM LIST-COURSE-FEES
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Maintain another course fee (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       KEY-FEE-KEY.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Term.
           DISPLAY "Course code: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Course-Code.
           DISPLAY "Section (00 = every section): "
               WITH NO ADVANCING.
           ACCEPT WS-Maint-Section.
           MOVE WS-Maint-Term        TO FM-Term.
           MOVE WS-Maint-Course-Code TO FM-Course-Code.
           MOVE WS-Maint-Section     TO FM-Section.

       ADD-COURSE-FEE.
           PERFORM KEY-FEE-KEY.
           PERFORM CHECK-COURSE-ON-CATALOG.
           IF NOT Course-On-Catalog
               DISPLAY "  *** " WS-Maint-Course-Code " section "
                       WS-Maint-Section " is not on the catalog ***"
               EXIT PARAGRAPH
           END-IF.
           READ CourseFeeFile
               INVALID KEY
                   PERFORM KEY-NEW-FEE-FIELDS
               NOT INVALID KEY
                   DISPLAY "  *** a fee for " WS-Maint-Course-Code
                           " section " WS-Maint-Section " term "
                           WS-Maint-Term " is already on the master ***"
           END-READ.

       KEY-NEW-FEE-FIELDS.
           MOVE SPACES TO CourseFeeRecord.
           MOVE WS-Maint-Term        TO FM-Term.
           MOVE WS-Maint-Course-Code TO FM-Course-Code.
           MOVE WS-Maint-Section     TO FM-Section.
           PERFORM KEY-FEE-FIELDS.
           IF FM-Amount NOT > ZERO
               DISPLAY "  *** the fee must be above zero ***"
               EXIT PARAGRAPH
           END-IF.
           WRITE CourseFeeRecord
               INVALID KEY
                   DISPLAY "  *** unable to add the fee, status "
                           WS-CrsFee-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  fee for " FM-Course-Code " section "
                           FM-Section " term " FM-Term " added."
                   MOVE ZERO            TO WS-Audit-StuID
                   MOVE "CFEADD"        TO WS-Audit-Action
                   MOVE SPACES          TO WS-Audit-Before
                   MOVE CourseFeeRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       KEY-FEE-FIELDS.
           DISPLAY "Description (e.g. LAB FEE): " WITH NO ADVANCING.
           ACCEPT FM-Description.
           DISPLAY "Fee per enrolled student: " WITH NO ADVANCING.
           ACCEPT WS-Amount-In.
           COMPUTE FM-Amount = FUNCTION NUMVAL(WS-Amount-In).

       CHANGE-COURSE-FEE.
      *>   a change prices the next billing run; students already
      *>   billed keep the fee they were charged, which is what any
      *>   drop refunds against
           PERFORM KEY-FEE-KEY.
           READ CourseFeeFile
               INVALID KEY
                   DISPLAY "  *** no fee on the master for "
                           WS-Maint-Course-Code " section "
                           WS-Maint-Section " term " WS-Maint-Term
                           " ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE CourseFeeRecord TO WS-Audit-Before.
           MOVE FM-Amount TO WS-Fee-Edited.
           DISPLAY "  " FM-Description "  " WS-Fee-Edited.
           PERFORM KEY-FEE-FIELDS.
           IF FM-Amount NOT > ZERO
               DISPLAY "  *** the fee must be above zero - delete it "
                       "instead ***"
               EXIT PARAGRAPH
           END-IF.
           REWRITE CourseFeeRecord
               INVALID KEY
                   DISPLAY "  *** unable to update the fee, status "
                           WS-CrsFee-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  fee for " FM-Course-Code " section "
                           FM-Section " term " FM-Term " updated."
                   MOVE ZERO            TO WS-Audit-StuID
                   MOVE "CFEUPD"        TO WS-Audit-Action
                   MOVE CourseFeeRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       DELETE-COURSE-FEE.
           PERFORM KEY-FEE-KEY.
           READ CourseFeeFile
               INVALID KEY
                   DISPLAY "  *** no fee on the master for "
                           WS-Maint-Course-Code " section "
                           WS-Maint-Section " term " WS-Maint-Term
                           " ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE FM-Amount TO WS-Fee-Edited.
           DISPLAY "  " FM-Description "  " WS-Fee-Edited.
           DISPLAY "Delete this fee (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF NOT Operator-Confirms
               EXIT PARAGRAPH
           END-IF.
           MOVE CourseFeeRecord TO WS-Audit-Before.
           DELETE CourseFeeFile
               INVALID KEY
                   DISPLAY "  *** unable to delete the fee, status "
                           WS-CrsFee-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  fee deleted."
                   MOVE ZERO     TO WS-Audit-StuID
                   MOVE "CFEDEL" TO WS-Audit-Action
                   MOVE SPACES   TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-DELETE.

       CHECK-COURSE-ON-CATALOG.
      *>   a section fee needs that very section on the catalog; a
      *>   course-wide fee (section 00) needs any section of the course
           MOVE "N" TO WS-Course-Found-SW.
           IF NOT Catalog-Is-Open
               SET Course-On-Catalog TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Maint-Course-Code TO CF-Code.
           MOVE WS-Maint-Section     TO CF-Section.
           IF WS-Maint-Section NOT = ZERO
               READ CatalogFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Course-On-Catalog TO TRUE
               END-READ
               EXIT PARAGRAPH
           END-IF.
           START CatalogFile KEY IS NOT LESS THAN CF-Key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ CatalogFile NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF CF-Code = WS-Maint-Course-Code
                       SET Course-On-Catalog TO TRUE
                   END-IF
           END-READ.

       LIST-COURSE-FEES.
           DISPLAY "Term (blank = all terms): " WITH NO ADVANCING.
           ACCEPT WS-Maint-Term.
           MOVE "N" TO WS-CrsFee-EOF-SW.
           MOVE LOW-VALUES TO FM-Key.
           IF WS-Maint-Term NOT = SPACES
               MOVE WS-Maint-Term TO FM-Term
           END-IF.
           START CourseFeeFile KEY IS NOT LESS THAN FM-Key
               INVALID KEY
                   SET EndOfCourseFees TO TRUE
           END-START.
           DISPLAY "TERM    COURSE SEC DESCRIPTION                FEE".
           PERFORM UNTIL EndOfCourseFees
               READ CourseFeeFile NEXT RECORD
                   AT END
                       SET EndOfCourseFees TO TRUE
                   NOT AT END
                       IF WS-Maint-Term NOT = SPACES
                          AND FM-Term NOT = WS-Maint-Term
                           SET EndOfCourseFees TO TRUE
                       ELSE
                           MOVE FM-Amount TO WS-Fee-Edited
                           DISPLAY FM-Term "  " FM-Course-Code " "
                                   FM-Section "  " FM-Description
                                   " " WS-Fee-Edited
                       END-IF
               END-READ
           END-PERFORM.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-course-fee-maint.
