      ******************************************************************
      * Shared cashier drawer record layout. COPY into FILE SECTION
      * as the FD for DrawerFile, paired with DRAWER-SEL and
      * DRAWER-WS. One record per operator per business day, opened
      * by the first payment that operator takes and kept current
      * with every one after: the count and the totals by tender.
      * Once the bursar keys the deposit slip the drawer is
      * reconciled - the over/short is fixed on the record and no
      * further payment may be taken into it. Money is packed decimal
      * to the cent per the MONEY-WS convention.
      ******************************************************************
       FD  DrawerFile.
       01  DrawerRecord.
           02  DR-Key.
               03  DR-Date             PIC 9(8).
               03  DR-Operator         PIC X(8).
           02  DR-Status               PIC X.
               88  DR-Open                         VALUE "O".
               88  DR-Reconciled                   VALUE "R".
           02  DR-Payment-Count        PIC 9(5).
           02  DR-Cash-Count           PIC 9(5).
           02  DR-Cash-Total           PIC S9(7)V99 COMP-3.
           02  DR-Check-Count          PIC 9(5).
           02  DR-Check-Total          PIC S9(7)V99 COMP-3.
           02  DR-Card-Count           PIC 9(5).
           02  DR-Card-Total           PIC S9(7)V99 COMP-3.
           02  DR-Deposit-Total        PIC S9(7)V99 COMP-3.
           02  DR-Over-Short           PIC S9(7)V99 COMP-3.
           02  DR-Reconciled-By        PIC X(8).
           02  DR-Reconciled-Date      PIC 9(8).
           02  FILLER                  PIC X(10).
