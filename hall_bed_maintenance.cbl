      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Residence hall bed maintenance (supervisor only): add, change or
      * retire a bed on hallbeds.dat by hall, room and bed, with its
      * term rate and whether it is in service.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-hall-bed-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY HALLBED-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY HALLBED-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY HALLBED-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Maint-Action             PIC X       VALUE SPACE.
           88  Action-Add                          VALUE "A", "a".
           88  Action-Change                       VALUE "C", "c".
           88  Action-List                         VALUE "L", "l".
       01  WS-Maint-Bed-Key.
           02  WS-Maint-Hall           PIC X(6)    VALUE SPACES.
           02  WS-Maint-Room           PIC X(4)    VALUE SPACES.
           02  WS-Maint-Bed            PIC X       VALUE SPACE.
       01  WS-List-Hall                PIC X(6)    VALUE SPACES.
       01  WS-HallBed-EOF-SW           PIC X       VALUE "N".
           88  EndOfHallBeds                       VALUE "Y".
       01  WS-Fields-Valid-SW          PIC X       VALUE "N".
           88  Bed-Fields-Valid                    VALUE "Y".
       01  WS-Amount-In                PIC X(12)   VALUE SPACES.
       01  WS-Rate-Edited              PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====RESIDENCE HALL BED MASTER====".
            MOVE 0 TO RETURN-CODE.
      *>   the bed rate is what every resident of the bed is billed -
      *>   only the supervisor keys one, same as the rate master
            IF NOT Role-Supervisor
                DISPLAY "  *** bed master maintenance is restricted "
                        "to the supervisor role ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "Y" TO WS-More-Transactions.
            PERFORM OPEN-FOR-MAINTENANCE.
            IF RETURN-CODE = 0
                PERFORM MAINTAIN-ONE-BED
                    UNTIL NOT More-Transactions
                CLOSE HallBedFile
            END-IF.
            GOBACK.

       OPEN-FOR-MAINTENANCE.
           OPEN I-O HallBedFile.
           IF FS-HallBed-File-Missing
               OPEN OUTPUT HallBedFile
               CLOSE HallBedFile
               OPEN I-O HallBedFile
           END-IF.
           IF NOT FS-HallBed-OK
               DISPLAY "  *** unable to open hallbeds.dat, status "
                       WS-HallBed-Status " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       MAINTAIN-ONE-BED.
           DISPLAY "Action - (A)dd, (C)hange, (L)ist: "
               WITH NO ADVANCING.
           ACCEPT WS-Maint-Action.
           EVALUATE TRUE
               WHEN Action-Add
                   PERFORM ADD-BED
               WHEN Action-Change
                   PERFORM CHANGE-BED
               WHEN Action-List
                   PERFORM LIST-BEDS
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Maintain another bed (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       KEY-BED-KEY.
           DISPLAY "Hall: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Hall.
           DISPLAY "Room: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Room.
           DISPLAY "Bed letter: " WITH NO ADVANCING.
           ACCEPT WS-Maint-Bed.
           MOVE WS-Maint-Bed-Key TO HB-Key.

       ADD-BED.
           PERFORM KEY-BED-KEY.
           READ HallBedFile
               INVALID KEY
                   PERFORM KEY-NEW-BED-FIELDS
               NOT INVALID KEY
                   DISPLAY "  *** bed " WS-Maint-Hall " "
                           WS-Maint-Room "-" WS-Maint-Bed
                           " is already on the master ***"
           END-READ.

       KEY-NEW-BED-FIELDS.
           MOVE SPACES           TO HallBedRecord.
           MOVE WS-Maint-Bed-Key TO HB-Key.
           PERFORM KEY-BED-RATE.
           IF NOT Bed-Fields-Valid
               EXIT PARAGRAPH
           END-IF.
           SET HB-In-Service TO TRUE.
           WRITE HallBedRecord
               INVALID KEY
                   DISPLAY "  *** unable to add bed, status "
                           WS-HallBed-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  bed " HB-Hall " " HB-Room "-" HB-Bed
                           " added."
                   MOVE ZERO           TO WS-Audit-StuID
                   MOVE "BEDADD"       TO WS-Audit-Action
                   MOVE SPACES         TO WS-Audit-Before
                   MOVE HallBedRecord  TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-WRITE.

       KEY-BED-RATE.
           MOVE "N" TO WS-Fields-Valid-SW.
           DISPLAY "Rate for a full term: " WITH NO ADVANCING.
           ACCEPT WS-Amount-In.
           COMPUTE HB-Term-Rate = FUNCTION NUMVAL(WS-Amount-In).
           IF HB-Term-Rate NOT > ZERO
               DISPLAY "  *** the term rate must be above zero ***"
               EXIT PARAGRAPH
           END-IF.
           SET Bed-Fields-Valid TO TRUE.

       CHANGE-BED.
           PERFORM KEY-BED-KEY.
           READ HallBedFile
               INVALID KEY
                   DISPLAY "  *** bed " WS-Maint-Hall " "
                           WS-Maint-Room "-" WS-Maint-Bed
                           " not on the master ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE HallBedRecord TO WS-Audit-Before.
           PERFORM SHOW-ONE-BED.
           PERFORM KEY-BED-RATE.
           IF NOT Bed-Fields-Valid
               DISPLAY "  bed left unchanged."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Status - (A)vailable or (O)ut of service: "
               WITH NO ADVANCING.
           ACCEPT HB-Status.
           IF HB-Status = "a"
               MOVE "A" TO HB-Status
           END-IF.
           IF HB-Status = "o"
               MOVE "O" TO HB-Status
           END-IF.
           IF NOT HB-In-Service AND NOT HB-Out-Of-Service
               DISPLAY "  *** status must be A or O - bed left "
                       "unchanged ***"
               EXIT PARAGRAPH
           END-IF.
           REWRITE HallBedRecord
               INVALID KEY
                   DISPLAY "  *** unable to update bed, status "
                           WS-HallBed-Status " ***"
               NOT INVALID KEY
                   DISPLAY "  bed " HB-Hall " " HB-Room "-" HB-Bed
                           " updated."
                   MOVE ZERO           TO WS-Audit-StuID
                   MOVE "BEDUPD"       TO WS-Audit-Action
                   MOVE HallBedRecord  TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       SHOW-ONE-BED.
           MOVE HB-Term-Rate TO WS-Rate-Edited.
           DISPLAY HB-Hall "  " HB-Room "  " HB-Bed "    "
                   WS-Rate-Edited "  " HB-Status.

       LIST-BEDS.
           DISPLAY "Hall (blank = all halls): " WITH NO ADVANCING.
           ACCEPT WS-List-Hall.
           MOVE "N" TO WS-HallBed-EOF-SW.
           MOVE LOW-VALUES   TO HB-Key.
           MOVE WS-List-Hall TO HB-Hall.
           START HallBedFile KEY IS NOT LESS THAN HB-Key
               INVALID KEY
                   SET EndOfHallBeds TO TRUE
           END-START.
           DISPLAY "HALL    ROOM  BED       RATE  ST".
           PERFORM UNTIL EndOfHallBeds
               READ HallBedFile NEXT RECORD
                   AT END
                       SET EndOfHallBeds TO TRUE
                   NOT AT END
                       IF WS-List-Hall NOT = SPACES
                          AND HB-Hall NOT = WS-List-Hall
                           SET EndOfHallBeds TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-BED
                       END-IF
               END-READ
           END-PERFORM.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-hall-bed-maint.
