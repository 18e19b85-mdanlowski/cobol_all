      ******************************************************************
      * Shared working-storage for the tuition-waiver master file.
      ******************************************************************
       01  WS-Waiver-Status         PIC XX      VALUE SPACES.
           88  FS-Waiver-OK                     VALUE "00".
           88  FS-Waiver-Not-Found              VALUE "23".
           88  FS-Waiver-File-Missing           VALUE "35".
