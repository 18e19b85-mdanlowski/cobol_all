      ******************************************************************
      * Shared housing assignment record layout. COPY into FILE
      * SECTION as the FD for HousingFile, paired with HOUSING-SEL
      * and HOUSING-WS. One record per term and StuID - the key is
      * term first, so one term's assignments read together for
      * billing and the double-booking check. The record carries
      * the bed, the move-in date and the move-out date (zero while
      * the student is still in residence), and what the housing
      * billing run has charged for the stay so far, so a re-run or
      * a move-out posts only the difference.
      ******************************************************************
       FD  HousingFile.
       01  HousingRecord.
           02  HA-Key.
               03  HA-Term             PIC X(6).
               03  HA-StuID            PIC 9(5).
           02  HA-Bed-Key.
               03  HA-Hall             PIC X(6).
               03  HA-Room             PIC X(4).
               03  HA-Bed              PIC X.
           02  HA-Move-In-Date         PIC 9(8).
           02  HA-Move-Out-Date        PIC 9(8).
           02  HA-Billed-Amount        PIC S9(5)V99 COMP-3.
           02  HA-Billed-Date          PIC 9(8).
           02  FILLER                  PIC X(10).
