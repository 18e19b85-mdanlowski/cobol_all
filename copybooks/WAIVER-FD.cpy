      ******************************************************************
      * Shared tuition-waiver master record layout. COPY into FILE
      * SECTION as the FD for WaiverFile, paired with WAIVER-SEL and
      * WAIVER-WS. One record per waiver or discount code (employee
      * dependent, senior citizen, scholarship): either a percentage
      * or a flat amount off the term's tuition, capped at the most
      * one student may be waived in one term (zero = no cap). An
      * inactive code stays on file for the history but is no
      * longer applied by the billing run.
      ******************************************************************
       FD  WaiverFile.
       01  WaiverRecord.
           02  WV-Code                 PIC X(6).
           02  WV-Description          PIC X(20).
           02  WV-Type                 PIC X.
               88  WV-Percent-Waiver               VALUE "P".
               88  WV-Flat-Waiver                  VALUE "F".
               88  WV-Type-Valid                   VALUES "P", "F".
           02  WV-Percent              PIC 9(3)V99.
           02  WV-Flat-Amount          PIC S9(6)V99 COMP-3.
           02  WV-Max-Per-Term         PIC S9(6)V99 COMP-3.
           02  WV-Status               PIC X.
               88  WV-Active-Waiver                VALUE "A".
               88  WV-Inactive-Waiver              VALUE "I".
           02  FILLER                  PIC X(10).
