      ******************************************************************
      * Shared working-storage for the Latin honors threshold file.
      ******************************************************************
       01  WS-Honors-Status         PIC XX      VALUE SPACES.
           88  FS-Honors-OK                     VALUE "00".
           88  FS-Honors-Not-Found              VALUE "23".
           88  FS-Honors-File-Missing           VALUE "35".
