      ******************************************************************
      * Shared residence-hall bed master record layout. COPY into
      * FILE SECTION as the FD for HallBedFile, paired with
      * HALLBED-SEL and HALLBED-WS. One record per bed, keyed hall,
      * room and bed letter, so a hall's beds read together in
      * room order. The rate is what a full term in the bed costs,
      * packed decimal to the cent per the MONEY-WS convention. A
      * bed taken out of service stays on the master but cannot be
      * assigned and is not counted as empty.
      ******************************************************************
       FD  HallBedFile.
       01  HallBedRecord.
           02  HB-Key.
               03  HB-Hall             PIC X(6).
               03  HB-Room             PIC X(4).
               03  HB-Bed              PIC X.
           02  HB-Term-Rate            PIC S9(5)V99 COMP-3.
           02  HB-Status               PIC X.
               88  HB-In-Service                   VALUE "A".
               88  HB-Out-Of-Service               VALUE "O".
           02  FILLER                  PIC X(10).
