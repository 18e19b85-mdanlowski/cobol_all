      ******************************************************************
      * Shared working-storage for the advisor-assignment file.
      ******************************************************************
       01  WS-Advisor-Status        PIC XX      VALUE SPACES.
           88  FS-Advisor-OK                    VALUE "00".
           88  FS-Advisor-Not-Found             VALUE "23".
           88  FS-Advisor-File-Missing          VALUE "35".
       01  WS-Advisor-Open-SW       PIC X       VALUE "N".
           88  Advisors-Are-Open                VALUE "Y".
