      ******************************************************************
      * Shared cashier drawer SELECT. COPY into FILE-CONTROL of any
      * program that takes money at the counter or closes a cashier
      * drawer out.
      ******************************************************************
           SELECT  DrawerFile ASSIGN TO "drawers.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DR-Key
                   FILE STATUS IS WS-Drawer-Status.
