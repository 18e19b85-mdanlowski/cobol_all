      ******************************************************************
      * Shared working-storage for the fee policy master file.
      ******************************************************************
       01  WS-FeePol-Status         PIC XX      VALUE SPACES.
           88  FS-FeePol-OK                     VALUE "00".
           88  FS-FeePol-Not-Found              VALUE "23".
           88  FS-FeePol-File-Missing           VALUE "35".
