      ******************************************************************
      * Shared working-storage for the cashier drawer file.
      ******************************************************************
       01  WS-Drawer-Status         PIC XX      VALUE SPACES.
           88  FS-Drawer-OK                     VALUE "00".
           88  FS-Drawer-Not-Found              VALUE "23".
           88  FS-Drawer-File-Missing           VALUE "35".
