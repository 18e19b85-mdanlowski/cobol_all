      ******************************************************************
      * Shared Clearinghouse last-sent record layout. COPY into FILE
      * SECTION as the FD for NscSentFile, paired with NSCSENT-SEL
      * and NSCSENT-WS. One record per student per term reported,
      * rewritten by each submission run: the enrollment status last
      * sent, the date that status took effect, and the run that sent
      * it - so the next submission for the term can flag a status
      * change and carry an unchanged status's original effective
      * date forward instead of restamping it.
      ******************************************************************
       FD  NscSentFile.
       01  NscSentRecord.
           02  NS-Key.
               03  NS-StuID            PIC 9(5).
               03  NS-Term             PIC X(6).
           02  NS-Status               PIC X.
           02  NS-Status-Eff-Date      PIC 9(8).
           02  NS-Credit-Hours         PIC 9(3)V9.
           02  NS-Sent-Date            PIC 9(8).
           02  FILLER                  PIC X(10).
