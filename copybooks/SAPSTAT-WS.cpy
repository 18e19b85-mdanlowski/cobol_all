      ******************************************************************
      * Shared working-storage for the academic-progress status file.
      ******************************************************************
       01  WS-Sap-Status            PIC XX      VALUE SPACES.
           88  FS-Sap-OK                        VALUE "00".
           88  FS-Sap-Not-Found                 VALUE "23".
           88  FS-Sap-File-Missing              VALUE "35".
