      ******************************************************************
      * Shared working-storage for the residence-hall bed master.
      ******************************************************************
       01  WS-HallBed-Status        PIC XX      VALUE SPACES.
           88  FS-HallBed-OK                    VALUE "00".
           88  FS-HallBed-Not-Found             VALUE "23".
           88  FS-HallBed-File-Missing          VALUE "35".
