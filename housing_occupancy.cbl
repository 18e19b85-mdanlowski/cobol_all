      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Residence hall occupancy report for a term: beds, occupied,
      * empty and out of service by hall, with every empty bed listed,
      * printed to occupancy.prt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-housing-occupancy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY HALLBED-SEL.
       COPY HOUSING-SEL.
      *> the report goes to the housing office, so it is printed to
      *> its own file rather than left on the console
           SELECT  OccupancyFile ASSIGN TO "occupancy.prt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Occupancy-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY HALLBED-FD.
       COPY HOUSING-FD.

       FD  OccupancyFile.
       01  OccupancyLine               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY HALLBED-WS.
       COPY HOUSING-WS.
       01  WS-Occupancy-Status         PIC XX      VALUE SPACES.
           88  FS-Occupancy-OK                     VALUE "00".
       01  WS-Housing-EOF-SW           PIC X       VALUE "N".
           88  EndOfHousing                        VALUE "Y".
       01  WS-HallBed-EOF-SW           PIC X       VALUE "N".
           88  EndOfHallBeds                       VALUE "Y".
       01  WS-Report-Term              PIC X(6)    VALUE SPACES.

      *>   the beds taken this term - an assignment still in
      *>   residence (no move-out date) holds its bed. housing.dat is
      *>   in StuID order within the term, so the beds are gathered
      *>   first and looked up as the master is walked in hall order.
       01  WS-Taken-Table.
           02  WS-Taken-Row OCCURS 3000 TIMES.
               03  TKN-Bed-Key         PIC X(11).
       01  WS-Taken-Count              PIC 9(4)    VALUE ZERO.
       01  WS-Taken-Sub                PIC 9(4)    VALUE ZERO.
       01  WS-Taken-Full-SW            PIC X       VALUE "N".
           88  Taken-Table-Full                    VALUE "Y".
       01  WS-Bed-Found-SW             PIC X       VALUE "N".
           88  Bed-Is-Taken                        VALUE "Y".

       01  WS-Current-Hall             PIC X(6)    VALUE SPACES.
       01  WS-Hall-Open-SW             PIC X       VALUE "N".
           88  Hall-In-Hand                        VALUE "Y".
       01  WS-Hall-Counts.
           02  WS-Hall-Beds            PIC 9(5)    VALUE ZERO.
           02  WS-Hall-Occupied        PIC 9(5)    VALUE ZERO.
           02  WS-Hall-Empty           PIC 9(5)    VALUE ZERO.
           02  WS-Hall-Offline         PIC 9(5)    VALUE ZERO.
       01  WS-Grand-Counts.
           02  WS-Grand-Beds           PIC 9(5)    VALUE ZERO.
           02  WS-Grand-Occupied       PIC 9(5)    VALUE ZERO.
           02  WS-Grand-Empty          PIC 9(5)    VALUE ZERO.
           02  WS-Grand-Offline        PIC 9(5)    VALUE ZERO.
       01  WS-Hall-Count               PIC 9(4)    VALUE ZERO.
       01  WS-Beds-Edited              PIC ZZ,ZZ9.
       01  WS-Occupied-Edited          PIC ZZ,ZZ9.
       01  WS-Empty-Edited             PIC ZZ,ZZ9.
       01  WS-Offline-Edited           PIC ZZ,ZZ9.
       01  WS-Rate-Edited              PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====RESIDENCE HALL OCCUPANCY REPORT====".
      *>   this program runs once per CALL - reset the switches and
      *>   counts so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Housing-EOF-SW.
            MOVE "N"  TO WS-HallBed-EOF-SW.
            MOVE "N"  TO WS-Taken-Full-SW.
            MOVE "N"  TO WS-Hall-Open-SW.
            MOVE ZERO TO WS-Taken-Count.
            MOVE ZERO TO WS-Hall-Count.
            MOVE ZERO TO WS-Grand-Beds.
            MOVE ZERO TO WS-Grand-Occupied.
            MOVE ZERO TO WS-Grand-Empty.
            MOVE ZERO TO WS-Grand-Offline.
            DISPLAY "Term: " WITH NO ADVANCING.
            ACCEPT WS-Report-Term.
            OPEN INPUT HallBedFile.
            IF NOT FS-HallBed-OK
                DISPLAY "  *** unable to open hallbeds.dat, status "
                        WS-HallBed-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
      *>   no assignment file yet just means every bed is empty
            OPEN INPUT HousingFile.
            IF FS-Housing-OK
                MOVE WS-Report-Term TO HA-Term
                MOVE ZERO           TO HA-StuID
                START HousingFile KEY IS NOT LESS THAN HA-Key
                    INVALID KEY
                        SET EndOfHousing TO TRUE
                END-START
                PERFORM GATHER-TAKEN-BEDS-LOOP UNTIL EndOfHousing
                CLOSE HousingFile
            END-IF.
            OPEN OUTPUT OccupancyFile.
            PERFORM PRINT-REPORT-HEADER.
            MOVE LOW-VALUES TO HB-Key.
            START HallBedFile KEY IS NOT LESS THAN HB-Key
                INVALID KEY
                    SET EndOfHallBeds TO TRUE
            END-START.
            PERFORM REPORT-BEDS-LOOP UNTIL EndOfHallBeds.
            IF Hall-In-Hand
                PERFORM PRINT-HALL-TOTALS
            END-IF.
            PERFORM PRINT-REPORT-TOTALS.
            CLOSE OccupancyFile.
            CLOSE HallBedFile.
            DISPLAY "  " WS-Hall-Count " hall(s), " WS-Grand-Empty
                    " empty bed(s) - written to occupancy.prt.".
            IF Taken-Table-Full
                DISPLAY "  *** more than 3000 residents - beds past "
                        "that show as empty ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       GATHER-TAKEN-BEDS-LOOP.
           READ HousingFile NEXT RECORD
               AT END
                   SET EndOfHousing TO TRUE
               NOT AT END
                   IF HA-Term NOT = WS-Report-Term
                       SET EndOfHousing TO TRUE
                   ELSE
                       IF HA-Move-Out-Date = ZERO
                           PERFORM ADD-TAKEN-BED
                       END-IF
                   END-IF
           END-READ.

       ADD-TAKEN-BED.
           IF WS-Taken-Count = 3000
               SET Taken-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Taken-Count.
           MOVE HA-Bed-Key TO TKN-Bed-Key(WS-Taken-Count).

       REPORT-BEDS-LOOP.
           READ HallBedFile NEXT RECORD
               AT END
                   SET EndOfHallBeds TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-BED
           END-READ.

       REPORT-ONE-BED.
           IF NOT Hall-In-Hand
              OR HB-Hall NOT = WS-Current-Hall
               IF Hall-In-Hand
                   PERFORM PRINT-HALL-TOTALS
               END-IF
               PERFORM START-NEW-HALL
           END-IF.
           ADD 1 TO WS-Hall-Beds.
      *>   a bed out of service is neither lived in nor on offer
           IF HB-Out-Of-Service
               ADD 1 TO WS-Hall-Offline
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Bed-Found-SW.
           PERFORM FIND-TAKEN-BED
               VARYING WS-Taken-Sub FROM 1 BY 1
               UNTIL WS-Taken-Sub > WS-Taken-Count
                  OR Bed-Is-Taken.
           IF Bed-Is-Taken
               ADD 1 TO WS-Hall-Occupied
           ELSE
               ADD 1 TO WS-Hall-Empty
               PERFORM PRINT-EMPTY-BED
           END-IF.

       FIND-TAKEN-BED.
           IF TKN-Bed-Key(WS-Taken-Sub) = HB-Key
               SET Bed-Is-Taken TO TRUE
           END-IF.

       START-NEW-HALL.
           SET Hall-In-Hand TO TRUE.
           MOVE HB-Hall TO WS-Current-Hall.
           MOVE ZERO    TO WS-Hall-Beds.
           MOVE ZERO    TO WS-Hall-Occupied.
           MOVE ZERO    TO WS-Hall-Empty.
           MOVE ZERO    TO WS-Hall-Offline.
           ADD 1 TO WS-Hall-Count.
           MOVE SPACES TO OccupancyLine.
           WRITE OccupancyLine.
           MOVE SPACES TO OccupancyLine.
           STRING "HALL " WS-Current-Hall
               DELIMITED BY SIZE INTO OccupancyLine
           END-STRING.
           WRITE OccupancyLine.

       PRINT-EMPTY-BED.
           MOVE HB-Term-Rate TO WS-Rate-Edited.
           MOVE SPACES TO OccupancyLine.
           STRING "    ROOM " HB-Room "  BED " HB-Bed
               "  EMPTY      TERM RATE " WS-Rate-Edited
               DELIMITED BY SIZE INTO OccupancyLine
           END-STRING.
           WRITE OccupancyLine.

       PRINT-HALL-TOTALS.
           MOVE WS-Hall-Beds     TO WS-Beds-Edited.
           MOVE WS-Hall-Occupied TO WS-Occupied-Edited.
           MOVE WS-Hall-Empty    TO WS-Empty-Edited.
           MOVE WS-Hall-Offline  TO WS-Offline-Edited.
           MOVE SPACES TO OccupancyLine.
           STRING "  " WS-Current-Hall "    " WS-Beds-Edited "    "
               WS-Occupied-Edited "  " WS-Empty-Edited "  "
               WS-Offline-Edited
               DELIMITED BY SIZE INTO OccupancyLine
           END-STRING.
           WRITE OccupancyLine.
           ADD WS-Hall-Beds     TO WS-Grand-Beds.
           ADD WS-Hall-Occupied TO WS-Grand-Occupied.
           ADD WS-Hall-Empty    TO WS-Grand-Empty.
           ADD WS-Hall-Offline  TO WS-Grand-Offline.

       PRINT-REPORT-HEADER.
           MOVE "============ RESIDENCE HALL OCCUPANCY ============"
               TO OccupancyLine.
           WRITE OccupancyLine.
           MOVE SPACES TO OccupancyLine.
           STRING "TERM: " WS-Report-Term
               DELIMITED BY SIZE INTO OccupancyLine
           END-STRING.
           WRITE OccupancyLine.
           MOVE SPACES TO OccupancyLine.
           WRITE OccupancyLine.
           MOVE "  HALL        BEDS  OCCUPIED   EMPTY OFFLINE"
               TO OccupancyLine.
           WRITE OccupancyLine.

       PRINT-REPORT-TOTALS.
           MOVE WS-Grand-Beds     TO WS-Beds-Edited.
           MOVE WS-Grand-Occupied TO WS-Occupied-Edited.
           MOVE WS-Grand-Empty    TO WS-Empty-Edited.
           MOVE WS-Grand-Offline  TO WS-Offline-Edited.
           MOVE SPACES TO OccupancyLine.
           WRITE OccupancyLine.
           MOVE SPACES TO OccupancyLine.
           STRING "  TOTAL     " WS-Beds-Edited "    "
               WS-Occupied-Edited "  " WS-Empty-Edited "  "
               WS-Offline-Edited
               DELIMITED BY SIZE INTO OccupancyLine
           END-STRING.
           WRITE OccupancyLine.

       END PROGRAM md-basics-housing-occupancy.
