      ******************************************************************
      * Shared course-fee master record layout. COPY into FILE
      * SECTION as the FD for CourseFeeFile, paired with CRSFEE-SEL
      * and CRSFEE-WS. One record per term, course and section: the
      * lab, studio or online fee charged on top of per-credit
      * tuition for a seat in that section. Section 00 is the
      * course-wide fee, charged in every section of the course that
      * has no fee of its own. The amount is packed decimal to the
      * cent per the MONEY-WS convention.
      ******************************************************************
       FD  CourseFeeFile.
       01  CourseFeeRecord.
           02  FM-Key.
               03  FM-Term             PIC X(6).
               03  FM-Course-Code      PIC X(6).
               03  FM-Section          PIC 99.
           02  FM-Description          PIC X(20).
           02  FM-Amount               PIC S9(5)V99 COMP-3.
           02  FILLER                  PIC X(10).
