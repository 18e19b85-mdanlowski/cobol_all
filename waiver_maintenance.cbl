      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Tuition waiver maintenance. The supervisor keeps the waiver
      * codes - a percentage or a flat amount, with a cap per term - on
      * waivers.dat; a clerk links a waiver to a student for a term on
      * waivlink.dat. A link already billed cannot be dropped or pointed
      * at another code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-waiver-maint.

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
       COPY WAIVER-SEL.
       COPY WAIVLINK-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY WAIVER-FD.
       COPY WAIVLINK-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY WAIVER-WS.
       COPY WAIVLINK-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Add                          VALUE "A", "a".
           88  Action-Change                       VALUE "C", "c".
           88  Action-List                         VALUE "L", "l".
           88  Action-Link                         VALUE "J", "j".
           88  Action-Unlink                       VALUE "D", "d".
       01  WS-Maint-Waiver-Code        PIC X(6)    VALUE SPACES.
       01  WS-Link-StuID               PIC 9(5)    VALUE ZERO.
       01  WS-Link-Term                PIC X(6)    VALUE SPACES.
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Waiver-EOF-SW            PIC X       VALUE "N".
           88  EndOfWaivers                        VALUE "Y".
       01  WS-Fields-Valid-SW          PIC X       VALUE "N".
           88  Waiver-Fields-Valid                 VALUE "Y".
       01  WS-Amount-In                PIC X(12)   VALUE SPACES.
       01  WS-Pct-Edited               PIC ZZ9.99.
       01  WS-Flat-Edited              PIC $$$,$$9.99.
       01  WS-Cap-Edited               PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====TUITION WAIVER MAINTENANCE====".
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset the session
      *>   switch so a second session doesn't exit immediately
            MOVE 0   TO RETURN-CODE.
            MOVE "Y" TO WS-More-Transactions.
            PERFORM OPEN-FOR-MAINTENANCE.
            IF RETURN-CODE = 0
                PERFORM MAINTAIN-ONE-WAIVER
                    UNTIL NOT More-Transactions
                CLOSE WaiverFile
                CLOSE WaiverLinkFile
                CLOSE StudentsFile
            END-IF.
            GOBACK.

       OPEN-FOR-MAINTENANCE.
      *>   first-ever waiver has neither file yet - create them
      *>   empty, then reopen I-O so the reads below work
           OPEN I-O WaiverFile.
           IF FS-Waiver-File-Missing
               OPEN OUTPUT WaiverFile
               CLOSE WaiverFile
               OPEN I-O WaiverFile
           END-IF.
           IF NOT FS-Waiver-OK
               DISPLAY "  *** unable to open waivers.dat, status "
                       WS-Waiver-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O WaiverLinkFile.
           IF FS-WaivLink-File-Missing
               OPEN OUTPUT WaiverLinkFile
               CLOSE WaiverLinkFile
               OPEN I-O WaiverLinkFile
           END-IF.
           IF NOT FS-WaivLink-OK
               DISPLAY "  *** unable to open waivlink.dat, status "
                       WS-WaivLink-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE WaiverFile
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE WaiverFile
               CLOSE WaiverLinkFile
           END-IF.

       MAINTAIN-ONE-WAIVER.
           DISPLAY "Action - (A)dd, (C)hange, (L)ist, (J)oin "
                   "student, (D)rop link: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           EVALUATE TRUE
               WHEN Action-Add
                   PERFORM ADD-WAIVER
               WHEN Action-Change
                   PERFORM CHANGE-WAIVER
               WHEN Action-List
                   PERFORM LIST-WAIVERS
               WHEN Action-Link
                   PERFORM LINK-STUDENT
               WHEN Action-Unlink
                   PERFORM UNLINK-STUDENT
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Maintain another waiver (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       ADD-WAIVER.
      *>   a waiver code gives tuition revenue away on every student
      *>   linked to it - only the supervisor defines or changes one.
      *>   Linking a student to an existing code is clerk work.
           IF NOT Role-Supervisor
               DISPLAY "  *** adding a waiver code is restricted to "
                       "the supervisor role ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Waiver code: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Waiver-Code.
           MOVE WS-Maint-Waiver-Code TO WV-Code.
           READ WaiverFile
               INVALID KEY
                   PERFORM KEY-NEW-WAIVER-FIELDS
               NOT INVALID KEY
                   DISPLAY "  *** waiver " WS-Maint-Waiver-Code
                           " is already on the master ***"
           END-READ.

       KEY-NEW-WAIVER-FIELDS.
           MOVE SPACES TO WaiverRecord.
           MOVE WS-Maint-Waiver-Code TO WV-Code.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT WV-Description.
           PERFORM KEY-WAIVER-AMOUNTS.
           IF NOT Waiver-Fields-Valid
               EXIT PARAGRAPH
           END-IF.
           SET WV-Active-Waiver TO TRUE.
           WRITE WaiverRecord
               INVALID KEY
                   DISPLAY "  *** unable to add waiver " WV-Code
                           ", status " WS-Waiver-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  waiver " WV-Code " added."
                   MOVE ZERO          TO WS-Audit-StuID
                   MOVE "WAVADD"      TO WS-Audit-Action
                   MOVE SPACES        TO WS-Audit-Before
                   MOVE WaiverRecord  TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       KEY-WAIVER-AMOUNTS.
      *>   a percentage waiver keeps zero in the flat amount and the
      *>   other way round, so the billing run never has to guess
      *>   which one was meant
           MOVE "N" TO WS-Fields-Valid-SW.
           DISPLAY "Type - (P)ercent or (F)lat amount: "
               WITH NO ADVANCING.
           ACCEPT WV-Type.
           IF WV-Type = "p"
               MOVE "P" TO WV-Type
           END-IF.
           IF WV-Type = "f"
               MOVE "F" TO WV-Type
           END-IF.
           IF NOT WV-Type-Valid
               DISPLAY "  *** type must be P or F ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WV-Percent.
           MOVE ZERO TO WV-Flat-Amount.
           IF WV-Percent-Waiver
               DISPLAY "Percent off tuition (0.01-100): "
                   WITH NO ADVANCING
               ACCEPT WS-Amount-In
               COMPUTE WV-Percent = FUNCTION NUMVAL(WS-Amount-In)
               IF WV-Percent = ZERO OR WV-Percent > 100
                   DISPLAY "  *** percent must be above 0 and no "
                           "more than 100 ***"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Flat amount off tuition: " WITH NO ADVANCING
               ACCEPT WS-Amount-In
               COMPUTE WV-Flat-Amount =
                   FUNCTION NUMVAL(WS-Amount-In)
               IF WV-Flat-Amount NOT > ZERO
                   DISPLAY "  *** flat amount must be above zero ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Most waived per student per term (0 = no cap): "
               WITH NO ADVANCING.
           ACCEPT WS-Amount-In.
           IF WS-Amount-In = SPACES
               MOVE ZERO TO WV-Max-Per-Term
           ELSE
               COMPUTE WV-Max-Per-Term =
                   FUNCTION NUMVAL(WS-Amount-In)
           END-IF.
           IF WV-Max-Per-Term < ZERO
               DISPLAY "  *** the cap cannot be negative ***"
               EXIT PARAGRAPH
           END-IF.
           SET Waiver-Fields-Valid TO TRUE.

       CHANGE-WAIVER.
           IF NOT Role-Supervisor
               DISPLAY "  *** changing a waiver code is restricted "
                       "to the supervisor role ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Waiver code: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Waiver-Code.
           MOVE WS-Maint-Waiver-Code TO WV-Code.
           READ WaiverFile
               INVALID KEY
                   DISPLAY "  *** waiver " WS-Maint-Waiver-Code
                           " not on the master ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE WaiverRecord TO WS-Audit-Before.
           PERFORM SHOW-ONE-WAIVER.
           DISPLAY "New description: " WITH NO ADVANCING.
           ACCEPT WV-Description.
           PERFORM KEY-WAIVER-AMOUNTS.
           IF NOT Waiver-Fields-Valid
               DISPLAY "  waiver " WV-Code " left unchanged."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Status - (A)ctive or (I)nactive: "
               WITH NO ADVANCING.
           ACCEPT WV-Status.
           IF WV-Status = "a"
               MOVE "A" TO WV-Status
           END-IF.
           IF WV-Status = "i"
               MOVE "I" TO WV-Status
           END-IF.
           IF NOT WV-Active-Waiver AND NOT WV-Inactive-Waiver
               DISPLAY "  *** status must be A or I - waiver "
                       WV-Code " left unchanged ***"
               EXIT PARAGRAPH
           END-IF.
           REWRITE WaiverRecord
               INVALID KEY
                   DISPLAY "  *** unable to update waiver "
                           WV-Code ", status "
                           WS-Waiver-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  waiver " WV-Code " updated."
                   MOVE ZERO          TO WS-Audit-StuID
                   MOVE "WAVUPD"      TO WS-Audit-Action
                   MOVE WaiverRecord  TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       SHOW-ONE-WAIVER.
           MOVE WV-Percent      TO WS-Pct-Edited.
           MOVE WV-Flat-Amount  TO WS-Flat-Edited.
           MOVE WV-Max-Per-Term TO WS-Cap-Edited.
           DISPLAY WV-Code "  " WV-Description "  " WV-Type
                   "  " WS-Pct-Edited "%  " WS-Flat-Edited
                   "  " WS-Cap-Edited "  " WV-Status.

       LIST-WAIVERS.
           MOVE "N" TO WS-Waiver-EOF-SW.
           MOVE LOW-VALUES TO WV-Code.
           START WaiverFile KEY IS NOT LESS THAN WV-Code
               INVALID KEY
                   SET EndOfWaivers TO TRUE
           END-START.
           DISPLAY "CODE    DESCRIPTION           T  PERCENT  "
                   "     FLAT     CAP/TERM  ST".
           PERFORM UNTIL EndOfWaivers
               READ WaiverFile NEXT RECORD
                   AT END
                       SET EndOfWaivers TO TRUE
                   NOT AT END
                       PERFORM SHOW-ONE-WAIVER
               END-READ
           END-PERFORM.

       LINK-STUDENT.
           DISPLAY "StuID to link: " WITH NO ADVANCING.
           ACCEPT WS-Link-StuID.
           PERFORM LOOK-UP-STUDENT.
           IF NOT Student-On-File
               DISPLAY "  *** StuID " WS-Link-StuID
                       " has no master record on file ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Link-Term.
           DISPLAY "Waiver code: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Waiver-Code.
           MOVE WS-Maint-Waiver-Code TO WV-Code.
           READ WaiverFile
               INVALID KEY
                   DISPLAY "  *** waiver " WS-Maint-Waiver-Code
                           " not on the master ***"
                   EXIT PARAGRAPH
           END-READ.
           IF NOT WV-Active-Waiver
               DISPLAY "  *** waiver " WS-Maint-Waiver-Code
                       " is inactive ***"
               EXIT PARAGRAPH
           END-IF.
      *>   a term already billed carries its waived amount on the
      *>   link - changing the code now would leave billing.dat and
      *>   the ledger disagreeing with the link
           MOVE WS-Link-StuID TO WL-StuID.
           MOVE WS-Link-Term  TO WL-Term.
           READ WaiverLinkFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WL-Waived-Amount > ZERO
                       DISPLAY "  *** term " WS-Link-Term
                               " is already billed with waiver "
                               WL-Waiver-Code " ***"
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           MOVE SPACES                TO WaiverLinkRecord.
           MOVE WS-Link-StuID         TO WL-StuID.
           MOVE WS-Link-Term          TO WL-Term.
           MOVE WS-Maint-Waiver-Code  TO WL-Waiver-Code.
           MOVE ZERO                  TO WL-Gross-Amount.
           MOVE ZERO                  TO WL-Waived-Amount.
           MOVE ZERO                  TO WL-Billed-Date.
           WRITE WaiverLinkRecord
               INVALID KEY
                   REWRITE WaiverLinkRecord
                       INVALID KEY
                           DISPLAY "  *** unable to link StuID "
                                   WS-Link-StuID ", status "
                                   WS-WaivLink-Status " ***"
                       NOT INVALID KEY
                           PERFORM LOG-LINK-CHANGE
                   END-REWRITE
               NOT INVALID KEY
                   PERFORM LOG-LINK-CHANGE
           END-WRITE.

       LOG-LINK-CHANGE.
           DISPLAY "  StuID " WS-Link-StuID " linked to "
                   WS-Maint-Waiver-Code " for term "
                   WS-Link-Term ".".
           MOVE WS-Link-StuID     TO WS-Audit-StuID.
           MOVE "WAVLNK"          TO WS-Audit-Action.
           MOVE SPACES            TO WS-Audit-Before.
           MOVE WaiverLinkRecord  TO WS-Audit-After.
           PERFORM AUDIT-LOG-WRITE.

       UNLINK-STUDENT.
           DISPLAY "StuID to unlink: " WITH NO ADVANCING.
           ACCEPT WS-Link-StuID.
           DISPLAY "Term: " WITH NO ADVANCING.
           ACCEPT WS-Link-Term.
           MOVE WS-Link-StuID TO WL-StuID.
           MOVE WS-Link-Term  TO WL-Term.
           READ WaiverLinkFile
               INVALID KEY
                   DISPLAY "  *** StuID " WS-Link-StuID
                           " has no waiver link for term "
                           WS-Link-Term " ***"
                   EXIT PARAGRAPH
           END-READ.
           IF WL-Waived-Amount > ZERO
               DISPLAY "  *** term " WS-Link-Term " is already "
                       "billed with the waiver - link kept ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WaiverLinkRecord TO WS-Audit-Before.
           DELETE WaiverLinkFile
               INVALID KEY
                   DISPLAY "  *** unable to drop the link, "
                           "status " WS-WaivLink-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  link dropped."
                   MOVE WS-Link-StuID TO WS-Audit-StuID
                   MOVE "WAVUNL"      TO WS-Audit-Action
                   MOVE SPACES        TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-DELETE.

       LOOK-UP-STUDENT.
           MOVE "N" TO WS-Student-Found-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Link-StuID TO StuID.
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

       END PROGRAM md-basics-waiver-maint.
