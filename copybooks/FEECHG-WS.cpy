      ******************************************************************
      * Shared working-storage for the course-fee charge file.
      ******************************************************************
       01  WS-FeeChg-Status         PIC XX      VALUE SPACES.
           88  FS-FeeChg-OK                     VALUE "00".
           88  FS-FeeChg-Not-Found              VALUE "23".
           88  FS-FeeChg-File-Missing           VALUE "35".
