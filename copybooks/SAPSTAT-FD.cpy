      ******************************************************************
      * Shared academic-progress status record layout. COPY into FILE
      * SECTION as the FD for SapStatusFile, paired with SAPSTAT-SEL
      * and SAPSTAT-WS. One record per aided student, rewritten by
      * each end-of-term SAP run: the status the run assigned, the
      * term it was assigned for, the figures it was assigned on,
      * and the status the student carried into that term - so a
      * rerun of the same term starts again from the carried-in
      * status rather than escalating a warning to a suspension.
      ******************************************************************
       FD  SapStatusFile.
       01  SapStatusRecord.
           02  SS-StuID                PIC 9(5).
           02  SS-Term                 PIC X(6).
           02  SS-Status               PIC X.
               88  SS-Meets                        VALUE "M".
               88  SS-Warning                      VALUE "W".
               88  SS-Suspension                   VALUE "S".
           02  SS-Prior-Status         PIC X.
               88  SS-Prior-Warning                VALUE "W".
               88  SS-Prior-Suspension             VALUE "S".
           02  SS-Cum-GPA              PIC 9V99.
           02  SS-Completion-Rate      PIC 9V999.
           02  SS-Attempted-Hours      PIC 9(4)V9.
           02  SS-Max-Hours            PIC 9(4)V9.
           02  SS-Eval-Date            PIC 9(8).
           02  FILLER                  PIC X(10).
