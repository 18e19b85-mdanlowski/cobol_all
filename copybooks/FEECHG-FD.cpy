      ******************************************************************
      * Shared course-fee charge record layout. COPY into FILE
      * SECTION as the FD for FeeChargeFile, paired with FEECHG-SEL
      * and FEECHG-WS. One record per StuID, term, course and section
      * the billing run has charged a course fee for: the amount
      * charged and the date, and whatever a drop has refunded of it
      * since. The drop refunds against this record rather than the
      * fee master, so a fee changed after billing never refunds more
      * than was charged, and the fee revenue report totals by course
      * straight off it.
      ******************************************************************
       FD  FeeChargeFile.
       01  FeeChargeRecord.
           02  FC-Key.
               03  FC-StuID            PIC 9(5).
               03  FC-Term             PIC X(6).
               03  FC-Course-Code      PIC X(6).
               03  FC-Section          PIC 99.
           02  FC-Description          PIC X(20).
           02  FC-Fee-Amount           PIC S9(5)V99 COMP-3.
           02  FC-Refund-Amount        PIC S9(5)V99 COMP-3.
           02  FC-Billed-Date          PIC 9(8).
           02  FC-Refund-Date          PIC 9(8).
           02  FILLER                  PIC X(10).
