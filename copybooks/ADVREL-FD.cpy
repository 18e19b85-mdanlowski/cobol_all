      ******************************************************************
      * Shared advising-release record layout. COPY into FILE SECTION
      * as the FD for AdvReleaseFile, paired with ADVREL-SEL and
      * ADVREL-WS. One record per student per term once the advisor
      * has met the student and released them to register: which
      * advisor granted it, and who keyed it and when.
      ******************************************************************
       FD  AdvReleaseFile.
       01  AdvReleaseRecord.
           02  AR-Key.
               03  AR-StuID            PIC 9(5).
               03  AR-Term             PIC X(6).
           02  AR-Advisor-ID           PIC X(5).
           02  AR-Release-Date         PIC 9(8).
           02  AR-Released-By          PIC X(8).
           02  FILLER                  PIC X(10).
