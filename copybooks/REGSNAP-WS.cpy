      ******************************************************************
      * Shared working-storage for the registration snapshot history.
      * WS-FTE-Hours is the credit load that counts as one full-time
      * equivalent student - every snapshot and every comparison
      * divides by the same figure.
      ******************************************************************
       01  WS-RegSnap-Status        PIC XX      VALUE SPACES.
           88  FS-RegSnap-OK                    VALUE "00".
           88  FS-RegSnap-Not-Found             VALUE "23".
           88  FS-RegSnap-File-Missing          VALUE "35".
       01  WS-FTE-Hours             PIC 99V9    VALUE 15.0.
