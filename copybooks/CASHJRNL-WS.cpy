      ******************************************************************
      * Shared working-storage for the cashier journal file.
      ******************************************************************
       01  WS-CashJrnl-Status       PIC XX      VALUE SPACES.
           88  FS-CashJrnl-OK                   VALUE "00".
           88  FS-CashJrnl-Not-Found            VALUE "23".
           88  FS-CashJrnl-File-Missing         VALUE "35".
