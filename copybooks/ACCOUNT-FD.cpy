      * own type so aid money stays distinguishable from the
      * student's own payments on the ledger and on reports.
      * Amounts are packed decimal to the cent, matching the
      * MONEY-WS convention. The summary row also carries the
      * highest sequence already sent to the general ledger, so the
      * nightly GL extract never sends a transaction twice; it is
      * zero on transaction rows. A charge row carries a late-fee
      * switch the assessment run flips, so no charge is ever made
      * late twice. Bad debt written off posts as its own type ("W")
      * and lowers the balance without counting as money received;
      * the summary row records whether the account has been
      * referred to the collection agency ("R") or written off
      * ("W"). A check the bank returns is reversed by its own row
      * ("N") carrying the payment's reference, which raises the
      * balance again; the payment row is marked returned so nothing
      * counts it as money received, and the summary row is flagged
      * once a student's checks are no longer accepted. A payment
      * taken at the counter records the tender it was taken in.
      * Aid handed back to its fund when a student withdraws posts
      * as its own type ("F") and raises the balance again.
      ******************************************************************
       FD  AccountsFile.
       01  AccountRecord.
               88  AC-Refund                       VALUE "R".
               88  AC-Aid                          VALUE "A".
               88  AC-Disbursement                 VALUE "D".
               88  AC-Write-Off                    VALUE "W".
               88  AC-Returned-Payment             VALUE "N".
               88  AC-Aid-Returned                 VALUE "F".
           02  AC-Date                 PIC 9(8).
           02  AC-Amount               PIC S9(6)V99 COMP-3.
           02  AC-Balance              PIC S9(7)V99 COMP-3.
           02  AC-Reference            PIC X(12).
           02  AC-GL-Extracted-Seq     PIC 999.
           02  AC-Late-Fee-SW          PIC X.
               88  AC-Late-Fee-Assessed            VALUE "Y".
           02  AC-Collect-Status       PIC X.
               88  AC-Referred                     VALUE "R".
               88  AC-Written-Off                  VALUE "W".
           02  AC-Returned-SW          PIC X.
               88  AC-Payment-Returned             VALUE "Y".
           02  AC-No-Checks-SW         PIC X.
               88  AC-Checks-Refused               VALUE "Y".
           02  AC-Tender-Type          PIC X.
               88  AC-Tender-Cash                  VALUE "C".
               88  AC-Tender-Check                 VALUE "K".
               88  AC-Tender-Card                  VALUE "R".
           02  FILLER                  PIC X(4).
