      ******************************************************************
      * Shared residence-hall bed master SELECT. COPY into FILE-
      * CONTROL of any program that assigns, bills or reports on
      * student housing. Kept apart from RoomsFile, which holds the
      * classrooms sections are scheduled into.
      ******************************************************************
           SELECT  HallBedFile ASSIGN TO "hallbeds.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HB-Key
                   FILE STATUS IS WS-HallBed-Status.
