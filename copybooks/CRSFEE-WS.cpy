      ******************************************************************
      * Shared working-storage for the course-fee master file.
      ******************************************************************
       01  WS-CrsFee-Status         PIC XX      VALUE SPACES.
           88  FS-CrsFee-OK                     VALUE "00".
           88  FS-CrsFee-Not-Found              VALUE "23".
           88  FS-CrsFee-File-Missing           VALUE "35".
