      ******************************************************************
      * Shared working-storage for the housing assignment file.
      ******************************************************************
       01  WS-Housing-Status        PIC XX      VALUE SPACES.
           88  FS-Housing-OK                    VALUE "00".
           88  FS-Housing-Not-Found             VALUE "23".
           88  FS-Housing-File-Missing          VALUE "35".
