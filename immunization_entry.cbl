      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Immunization record entry: the doses and dates a student has had
      * of each required vaccine, kept on the student's immunization row
      * and audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-imm-entry.

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
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY IMM-VACCINES.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Add                          VALUE "A", "a".
           88  Action-List                         VALUE "L", "l".
           88  Action-Delete                       VALUE "D", "d".
       01  WS-Imm-StuID                PIC 9(5)    VALUE ZERO.
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".
       01  WS-Scan-Done-SW             PIC X       VALUE "N".
           88  Scan-Done                           VALUE "Y".
       01  WS-Imm-Count                PIC 999     VALUE ZERO.
       01  WS-Next-Imm-Seq             PIC 999     VALUE ZERO.
       01  WS-Delete-Imm-Seq           PIC 999     VALUE ZERO.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Vaccine-In               PIC X(6)    VALUE SPACES.
       01  WS-Vaccine-Valid-SW         PIC X       VALUE "N".
           88  Vaccine-Valid                       VALUE "Y".
       01  WS-Vaccine-Description      PIC X(20)   VALUE SPACES.
       01  WS-Date-Given-In            PIC 9(8)    VALUE ZERO.
       01  WS-Exemption-In             PIC X(2)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====IMMUNIZATION RECORD ENTRY====".
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset the loop
      *>   switch so a second visit starts clean
            MOVE 0 TO RETURN-CODE.
            MOVE "Y" TO WS-More-Transactions.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            OPEN I-O StudentsFile.
            IF NOT FS-OK
                PERFORM CHECK-FILE-STATUS
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM MAINTAIN-ONE-IMMUNIZATION
                    UNTIL NOT More-Transactions
                CLOSE StudentsFile
            END-IF.
            GOBACK.

       MAINTAIN-ONE-IMMUNIZATION.
           DISPLAY "Action - (A)dd, (L)ist, (D)elete: "
               WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           DISPLAY "StuID: " WITH NO ADVANCING.
           ACCEPT WS-Imm-StuID.
           PERFORM LOOK-UP-STUDENT.
           IF NOT Student-On-File
               DISPLAY "  *** StuID " WS-Imm-StuID
                       " has no master record on file ***"
           ELSE
               EVALUATE TRUE
                   WHEN Action-Add
                       PERFORM LIST-IMMUNIZATION-ROWS
                       PERFORM ADD-IMMUNIZATION-ROW
                   WHEN Action-List
                       PERFORM LIST-IMMUNIZATION-ROWS
                   WHEN Action-Delete
                       PERFORM DELETE-IMMUNIZATION-ROW
                   WHEN OTHER
                       DISPLAY "  *** invalid action, try again ***"
               END-EVALUATE
           END-IF.
           DISPLAY "Maintain another immunization (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       LOOK-UP-STUDENT.
           MOVE "N" TO WS-Student-Found-SW.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Imm-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.

       LIST-IMMUNIZATION-ROWS.
      *>   ascending SF-Key order groups every "I" row for this StuID
      *>   together - scan forward, list them, and track the highest
      *>   sequence seen so an add gets the next one
           MOVE ZERO TO WS-Imm-Count.
           MOVE ZERO TO WS-Next-Imm-Seq.
           MOVE "N"  TO WS-Scan-Done-SW.
           SET SF-Immunization-Record TO TRUE.
           MOVE WS-Imm-StuID TO StuID.
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
                       IF WS-Immunization-Record
                          AND WS-IM-StuID = WS-Imm-StuID
                           ADD 1 TO WS-Imm-Count
                           IF WS-IM-Seq > WS-Next-Imm-Seq
                               MOVE WS-IM-Seq TO WS-Next-Imm-Seq
                           END-IF
                           PERFORM SHOW-IMMUNIZATION-ROW
                       ELSE
                           SET Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Imm-Count = ZERO
               DISPLAY "  (no immunizations on file)"
           END-IF.

       SHOW-IMMUNIZATION-ROW.
           MOVE WS-IM-Vaccine-Code TO WS-Vaccine-In.
           PERFORM LOOK-UP-VACCINE.
           IF WS-IM-Exemption-Code NOT = SPACES
               DISPLAY "  " WS-IM-Seq SPACE WS-IM-Vaccine-Code SPACE
                       WS-Vaccine-Description " exempt ("
                       WS-IM-Exemption-Code ")"
           ELSE
               DISPLAY "  " WS-IM-Seq SPACE WS-IM-Vaccine-Code SPACE
                       WS-Vaccine-Description " given "
                       WS-IM-Date-Given
           END-IF.

       LOOK-UP-VACCINE.
           MOVE "N"    TO WS-Vaccine-Valid-SW.
           MOVE SPACES TO WS-Vaccine-Description.
           SEARCH ALL ImmVaccines-Entry
               AT END
                   CONTINUE
               WHEN IV-Code(IV-Idx) = WS-Vaccine-In
                   SET Vaccine-Valid TO TRUE
                   MOVE IV-Description(IV-Idx)
                       TO WS-Vaccine-Description
           END-SEARCH.

       ADD-IMMUNIZATION-ROW.
           DISPLAY "Vaccine code (FLU, HEPB, MENACW, MMR, TDAP, "
                   "VARIC): " WITH NO ADVANCING.
           ACCEPT WS-Vaccine-In.
           PERFORM LOOK-UP-VACCINE.
           IF NOT Vaccine-Valid
               DISPLAY "  *** " WS-Vaccine-In
                       " is not a recognized vaccine code ***"
               EXIT PARAGRAPH
           END-IF.
      *>   a dose carries the date it was given; a student with a
      *>   medical or religious exemption carries the code instead -
      *>   one or the other, never both
           DISPLAY "Date given (YYYYMMDD, 0 if exempt): "
               WITH NO ADVANCING.
           ACCEPT WS-Date-Given-In.
           MOVE SPACES TO WS-Exemption-In.
           IF WS-Date-Given-In = ZERO
               DISPLAY "Exemption code (MD medical, RL religious): "
                   WITH NO ADVANCING
               ACCEPT WS-Exemption-In
               IF WS-Exemption-In NOT = "MD"
                  AND WS-Exemption-In NOT = "RL"
                   DISPLAY "  *** a dose date or a valid exemption "
                           "code is required ***"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-Date-Given-In > WS-Today
                  OR WS-Date-Given-In < 19000101
                   DISPLAY "  *** date given " WS-Date-Given-In
                           " is not a valid past date ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-Next-Imm-Seq.
           MOVE SPACES            TO WS-Student.
           MOVE "I"               TO WS-IM-Record-Type.
           MOVE WS-Imm-StuID      TO WS-IM-StuID.
           MOVE WS-Next-Imm-Seq   TO WS-IM-Seq.
           MOVE WS-Vaccine-In     TO WS-IM-Vaccine-Code.
           MOVE WS-Date-Given-In  TO WS-IM-Date-Given.
           MOVE WS-Exemption-In   TO WS-IM-Exemption-Code.
           MOVE WS-Operator-ID    TO WS-IM-Entered-By.
           MOVE WS-Today          TO WS-IM-Entered-Date.
           WRITE StudentDetailsBuffer FROM WS-Student
               INVALID KEY
                   DISPLAY "  *** unable to write immunization, "
                           "status " WS-File-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  immunization " WS-IM-Seq " written."
                   MOVE WS-Imm-StuID  TO WS-Audit-StuID
                   MOVE "IMMADD"      TO WS-Audit-Action
                   MOVE SPACES        TO WS-Audit-Before
                   MOVE WS-Student    TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       DELETE-IMMUNIZATION-ROW.
           DISPLAY "Immunization sequence to delete: "
               WITH NO ADVANCING.
           ACCEPT WS-Delete-Imm-Seq.
           SET SF-Immunization-Record TO TRUE.
           MOVE WS-Imm-StuID      TO StuID.
           MOVE WS-Delete-Imm-Seq TO SF-Key-Seq.
           READ StudentsFile INTO WS-Student
               INVALID KEY
                   DISPLAY "  *** no immunization " WS-Delete-Imm-Seq
                           " on file for StuID " WS-Imm-StuID
                           " ***"
               NOT INVALID KEY
                   MOVE WS-Student TO WS-Audit-Before
                   DELETE StudentsFile
                       INVALID KEY
                           DISPLAY "  *** unable to delete the "
                                   "immunization, status "
                                   WS-File-Status " ***"
                       NOT INVALID KEY
                           DISPLAY "  immunization deleted."
                           MOVE WS-Imm-StuID  TO WS-Audit-StuID
                           MOVE "DELETE"      TO WS-Audit-Action
                           MOVE SPACES        TO WS-Audit-After
                           PERFORM AUDIT-LOG-WRITE
                   END-DELETE
           END-READ.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-imm-entry.
