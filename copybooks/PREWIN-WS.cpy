      ******************************************************************
      * Shared working-storage for the preregistration window file.
      ******************************************************************
       01  WS-PreWin-Status         PIC XX      VALUE SPACES.
           88  FS-PreWin-OK                     VALUE "00".
           88  FS-PreWin-Not-Found              VALUE "23".
           88  FS-PreWin-File-Missing           VALUE "35".
