      ******************************************************************
      * Shared cashier journal record layout. COPY into FILE SECTION
      * as the FD for CashJournalFile, paired with CASHJRNL-SEL and
      * CASHJRNL-WS. One record per payment taken, keyed by business
      * date and the signed-on operator who took it, so a drawer's
      * takings list in key order; the tender is what the counter
      * was handed, and the ledger sequence ties the line back to
      * the payment row on AccountsFile.
      ******************************************************************
       FD  CashJournalFile.
       01  CashJournalRecord.
           02  CJ-Key.
               03  CJ-Date             PIC 9(8).
               03  CJ-Operator         PIC X(8).
               03  CJ-Seq              PIC 9(5).
           02  CJ-StuID                PIC 9(5).
           02  CJ-Ledger-Seq           PIC 999.
           02  CJ-Tender               PIC X.
               88  CJ-Cash                         VALUE "C".
               88  CJ-Check                        VALUE "K".
               88  CJ-Card                         VALUE "R".
           02  CJ-Amount               PIC S9(6)V99 COMP-3.
           02  CJ-Reference            PIC X(12).
           02  CJ-Time                 PIC 9(8).
           02  FILLER                  PIC X(10).
