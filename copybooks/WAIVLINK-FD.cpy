      ******************************************************************
      * Shared student-to-waiver link record layout. COPY into FILE
      * SECTION as the FD for WaiverLinkFile, paired with
      * WAIVLINK-SEL and WAIVLINK-WS. One link per StuID and term:
      * which waiver code the student holds that term. The billing
      * run fills in the gross tuition it waived against, the amount
      * actually waived and the date billed, so the statement can
      * show gross, waiver and net and the budget office's summary
      * can total the revenue given up without re-deriving it.
      ******************************************************************
       FD  WaiverLinkFile.
       01  WaiverLinkRecord.
           02  WL-Key.
               03  WL-StuID            PIC 9(5).
               03  WL-Term             PIC X(6).
           02  WL-Waiver-Code          PIC X(6).
           02  WL-Gross-Amount         PIC S9(6)V99 COMP-3.
           02  WL-Waived-Amount        PIC S9(6)V99 COMP-3.
           02  WL-Billed-Date          PIC 9(8).
           02  FILLER                  PIC X(10).
