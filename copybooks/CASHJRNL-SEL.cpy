      ******************************************************************
      * Shared cashier journal SELECT. COPY into FILE-CONTROL of any
      * program that takes money at the counter or closes a cashier
      * drawer out.
      ******************************************************************
           SELECT  CashJournalFile ASSIGN TO "cashjrnl.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CJ-Key
                   FILE STATUS IS WS-CashJrnl-Status.
