      ******************************************************************
      * Shared working-storage for the student-to-waiver link file.
      ******************************************************************
       01  WS-WaivLink-Status       PIC XX      VALUE SPACES.
           88  FS-WaivLink-OK                   VALUE "00".
           88  FS-WaivLink-Not-Found            VALUE "23".
           88  FS-WaivLink-File-Missing         VALUE "35".
