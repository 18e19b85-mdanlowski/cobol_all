      ******************************************************************
      * Shared preregistration window record layout. COPY into FILE
      * SECTION as the FD for PreregWindowFile, paired with
      * PREWIN-SEL and PREWIN-WS. One record per term that takes
      * course requests: the dates advisors may key them between,
      * and when (and by whom) the allocation run last placed them.
      ******************************************************************
       FD  PreregWindowFile.
       01  PreregWindowRecord.
           02  PW-Term                 PIC X(6).
           02  PW-Open-Date            PIC 9(8).
           02  PW-Close-Date           PIC 9(8).
      *>   zero until the allocation run has placed the requests
           02  PW-Alloc-Date           PIC 9(8).
           02  PW-Alloc-By             PIC X(8).
           02  PW-Set-By               PIC X(8).
           02  FILLER                  PIC X(10).
